      * 800-MARCAR-INICIO and 900-CHECK-RC stamp around each step,
      * so REPORTEVENTANA can say which step grew the night the
      * chain ran long instead of everyone guessing at 9am.
      * ctl-pasos holds 20 steps, room for every step NOCHE01 runs
      * between the backup and the summary; a control file from the
      * 10-step layout is converted with CTLREBUILD.
      ******************************************************************
       01  ctl-reg.
           03 ctl-fecha pic 9(8).
               88 ctl-abierto value "A".
               88 ctl-completado value "C".
               88 ctl-abortado value "E".
           03 ctl-pasos occurs 20 times.
               05 ctl-paso-nombre pic x(16).
               05 ctl-paso-estado pic x(1).
                   88 ctl-paso-iniciado value "I".

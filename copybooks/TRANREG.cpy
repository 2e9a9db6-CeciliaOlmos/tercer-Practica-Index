      ******************************************************************
      * TRANREG - record layout for the TRANSPORTISTAS indexed file,
      * the carrier master. Loaded by TRANSPAINDEX from
      * transportistas.txt like the other masters. Each zona names
      * the carrier that serves it (zona-transportista in ZONAS), so
      * MANIFIESTO can group the night's embarques into one manifest
      * per truck; tran-dias-pactados is the transit time agreed with
      * the carrier, which TRANSITOENVIOS sets beside the time it
      * actually took. An inactive carrier stays on file for its
      * history but MANIFIESTO lists its zonas as sin transportista.
      ******************************************************************
       01  tran-reg.
           03 tran-cod pic x(4).
           03 tran-nombre pic x(30).
           03 tran-telefono pic x(15).
           03 tran-dias-pactados pic 9(2).
           03 tran-activo pic x(1).
               88 tran-act value "S".
               88 tran-inactivo value "N".

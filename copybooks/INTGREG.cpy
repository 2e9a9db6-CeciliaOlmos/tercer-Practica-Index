      ******************************************************************
      * INTGREG - one line of integridad-propuestas.txt, the
      * corrections INTEGRIDADBARRIDO proposes for a stored total
      * that no longer agrees with the file it is derived from.
      * intg-control names the check (SALDO-CLI, PAGADO-FAC,
      * CUOTAS-FAC, APLIC-NC, STOCK-LIB, BACKORDER, CONTACTO),
      * intg-archivo and intg-clave the record to correct, and
      * intg-accion what INTEGRIDADAPLICAR does with it: corregir
      * sets the field to intg-valor-pro, anular voids a pending
      * backorder, baja deletes an orphan contact. intg-valor-act is
      * the value the sweep found on file: the apply refuses a
      * proposal whose record has changed since, so a stale or
      * already-applied proposal can never be applied twice.
      ******************************************************************
       01  intg-reg.
           03 intg-nro pic 9(5).
           03 filler pic x(1) value space.
           03 intg-control pic x(10).
           03 filler pic x(1) value space.
           03 intg-archivo pic x(12).
           03 filler pic x(1) value space.
           03 intg-clave pic x(20).
           03 filler pic x(1) value space.
           03 intg-campo pic x(12).
           03 filler pic x(1) value space.
           03 intg-accion pic x(1).
               88 intg-corregir value "M".
               88 intg-anular value "A".
               88 intg-baja value "B".
           03 filler pic x(1) value space.
           03 intg-valor-act pic 9(9)v99.
           03 filler pic x(1) value space.
           03 intg-valor-pro pic 9(9)v99.
           03 filler pic x(1) value space.
           03 intg-motivo pic x(30).

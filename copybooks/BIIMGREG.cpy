      ******************************************************************
      * BIIMGREG - record layout for the BI-IMAGEN indexed file, the
      * last dimension row EXTRACTOBI sent for each master record
      * (img-dim Z zona, L libreria, C catalogo, K cliente; img-clave
      * the master key). An incremental extract sends a row only
      * when it differs from what the warehouse already has.
      * img-datos is the row as of img-fecha, the last extract date
      * that saw the record, and img-datos-ant the row before that
      * date: a rerun of the same date compares against
      * img-datos-ant, so it picks out the same changed rows as the
      * first run did.
      ******************************************************************
       01  img-reg.
           03 img-llave.
               05 img-dim pic x(1).
               05 img-clave pic x(12).
           03 img-fecha pic 9(8).
           03 img-datos pic x(150).
           03 img-fecha-ant pic 9(8).
           03 img-datos-ant pic x(150).

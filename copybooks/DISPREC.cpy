      *>Disposicion de un caso de discrepancia (dataset DISPOSIC): la
      *>anota el analista que investigo el caso y la aplica el
      *>seguimiento de casos (casosDiscrepancia) en su siguiente
      *>corrida. El paso que sigue al seguimiento vacia DISPOSIC, asi
      *>que cada disposicion se aplica una sola vez.
      *>DSP-NUMERO: numero de caso (CAS-NUMERO del listado de casos).
      *>DSP-ESTADO: 'A' abierto, 'R' en revision, 'C' corregido,
      *>'E' aceptado como esperado.
      *>DSP-ANALISTA: clave del analista; DSP-NOTA: explicacion.
       01 DISPOSICION-RECORD.
           05 DSP-NUMERO            PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-ESTADO            PIC X(1).
           05 FILLER                PIC X(1).
           05 DSP-ANALISTA          PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-NOTA              PIC X(60).

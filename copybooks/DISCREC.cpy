      *>Registro de discrepancias del modo de reconciliacion del
      *>conversor (dataset DISCREP): posicion del registro en SALCONV,
      *>el par publicado tal cual y el valor que la reconversion
      *>arrojo en su lugar. Lo escribe el conversor con PARM 'R' y lo
      *>lee el seguimiento de casos (casosDiscrepancia).
       01 DISCREP-RECORD.
           05 DIS-POSICION          PIC 9(8).
           05 FILLER                PIC X(1).
           05 DIS-BASE-ENTRADA      PIC X(4).
           05 DIS-VALOR-ENTRADA     PIC X(200).
           05 DIS-BASE-SALIDA       PIC X(4).
           05 DIS-VALOR-SALIDA      PIC X(101).
           05 DIS-VALOR-RECALCULADO PIC X(200).

      *>Registro de control del cierre de periodo (dataset CIERRCTL,
      *>uno por mes cerrado): las cuentas con las que cierrePeriodo
      *>corto AUDITLOG y SALCONV, para que los reportes que leen los
      *>archivos fechados (el cargo departamental) cuadren contra lo
      *>que realmente se archivo sin volver a contar los vivos.
      *>CCT-RETORNO: el codigo de retorno del cierre (0 cuadro, 4 el
      *>periodo no trajo registros, 8 no cuadro).
       01 CIERRE-CONTROL-RECORD.
           05 CCT-PERIODO          PIC X(6).
           05 CCT-TIMESTAMP        PIC X(14).
           05 CCT-AUD-LEIDOS       PIC 9(8).
           05 CCT-AUD-ARCHIVADOS   PIC 9(8).
           05 CCT-AUD-RETENIDOS    PIC 9(8).
           05 CCT-SAL-LEIDOS       PIC 9(8).
           05 CCT-SAL-ARCHIVADOS   PIC 9(8).
           05 CCT-SAL-RETENIDOS    PIC 9(8).
           05 CCT-RETORNO          PIC 9(1).
           05 FILLER               PIC X(11).

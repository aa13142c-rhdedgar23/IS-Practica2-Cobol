      *>Acuse de totales por sistema solicitante (dataset ACUSE): un
      *>registro por sistema por corrida, para que cada sistema cuadre
      *>lo que mando (ACU-RECIBIDAS) contra lo que le regreso en
      *>RESPUES (ACU-RESPONDIDAS = ACU-CONVERTIDAS + ACU-RECHAZADAS)
      *>y sepa por que estado se rechazo cada solicitud.
       01 ACUSE-RECORD.
           05 ACU-SISTEMA          PIC X(8).
           05 ACU-FECHA-PROCESO    PIC X(8).
           05 ACU-RECIBIDAS        PIC 9(8).
           05 ACU-RESPONDIDAS      PIC 9(8).
           05 ACU-CONVERTIDAS      PIC 9(8).
           05 ACU-RECHAZADAS       PIC 9(8).
      *>Rechazos por estado: '10', '20', '30', '40', '50', '60', '70'
           05 ACU-RECHAZOS-ESTADO.
               10 ACU-RECHAZO-ESTADO PIC 9(8) OCCURS 7.

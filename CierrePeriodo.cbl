      * condicionados para no correr: no se recorta nada que no
      * cuadre. RC=0 cuadra limpio; RC=4 cuadra pero el periodo
      * cerrado no trajo ni un registro (probable PARM equivocado).
      * Las cuentas del corte y el codigo de retorno quedan ademas en
      * el registro de control del cierre (CIERRCTL, trazado
      * CIERREC), contra el que cuadra el cargo departamental
      * (cargoDepartamental) del mes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cierrePeriodo.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAL-RETEN-FILE ASSIGN TO SALRETEN
               ORGANIZATION IS LINE SEQUENTIAL.
           *>Registro de control con las cuentas del corte
           SELECT CIERRE-CTL-FILE ASSIGN TO CIERRCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           *>Reporte de control del cierre
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SALIDREC.

        FD  AUD-ARCH-FILE.
           01 AUD-ARCH-RECORD PIC X(369).

        FD  SAL-ARCH-FILE.
           01 SAL-ARCH-RECORD PIC X(317).

        FD  AUD-RETEN-FILE.
           01 AUD-RETEN-RECORD PIC X(369).

        FD  SAL-RETEN-FILE.
           01 SAL-RETEN-RECORD PIC X(317).

        FD  CIERRE-CTL-FILE.
           COPY CIERREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

               PERFORM CORTA-SALIDA THRU CORTA-SALIDA-EXIT.
               PERFORM CONCILIA-Y-REPORTA
                   THRU CONCILIA-Y-REPORTA-EXIT.
               PERFORM ESCRIBE-CONTROL THRU ESCRIBE-CONTROL-EXIT.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.
               END-IF.
           CONCILIA-Y-REPORTA-EXIT.
               EXIT.

      *Deja las cuentas del corte en el registro de control del
      *cierre, con el codigo de retorno: el cargo departamental no
      *cuadra contra un cierre que no cuadro.
           ESCRIBE-CONTROL.
               OPEN OUTPUT CIERRE-CTL-FILE.
               MOVE SPACES TO CIERRE-CONTROL-RECORD.
               MOVE periodo-cierre TO CCT-PERIODO.
               MOVE FUNCTION CURRENT-DATE(1:14) TO CCT-TIMESTAMP.
               MOVE aud-leidos TO CCT-AUD-LEIDOS.
               MOVE aud-archivados TO CCT-AUD-ARCHIVADOS.
               MOVE aud-retenidos TO CCT-AUD-RETENIDOS.
               MOVE sal-leidos TO CCT-SAL-LEIDOS.
               MOVE sal-archivados TO CCT-SAL-ARCHIVADOS.
               MOVE sal-retenidos TO CCT-SAL-RETENIDOS.
               MOVE codigo-retorno TO CCT-RETORNO.
               WRITE CIERRE-CONTROL-RECORD.
               CLOSE CIERRE-CTL-FILE.
           ESCRIBE-CONTROL-EXIT.
               EXIT.

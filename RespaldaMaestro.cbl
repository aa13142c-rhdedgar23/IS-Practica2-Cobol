      * Respaldo del maestro de conversiones (CONVMST): el KSDS se
      * actualiza en vivo (ACTUALIZA-MAESTRO en las corridas por lotes
      * e interactivas, cargaMaestro y la purga de mantieneMaestro) y
      * no tenia ciclo de respaldo. Este paso descarga el maestro
      * completo, en orden de llave, a un dataset secuencial fechado
      * (RESPALDO) con el trazado RESGREC: una cabecera 'HD' con el
      * timestamp de la descarga, un renglon 'MS' por registro y un
      * pie 'TR' con la cuenta de registros, la primera y la ultima
      * llave y una suma de control de las llaves. recuperaMaestro
      * recalcula los mismos totales al recargar y no sigue si no
      * cuadran con el pie.
      * La suma de control pondera el codigo de cada caracter de la
      * llave por su posicion y acumula modulo 999999999999989, asi
      * que una llave cambiada, perdida o de mas la mueve.
      * El timestamp de la cabecera es el punto desde el que la
      * recuperacion vuelve a aplicar la actividad de SALCONV y
      * AUDITLOG; conviene correr el respaldo fuera de la ventana de
      * lotes para que ninguna corrida escriba en el maestro a media
      * descarga.
      * Termina con RETURN-CODE 0 (respaldo completo) u 8 (el maestro
      * no abrio o fallo una lectura o la escritura del respaldo).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. respaldaMaestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-CONV-FILE ASSIGN TO CONVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-LLAVE
               FILE STATUS IS maestro-estado.
           *>Respaldo secuencial fechado del maestro
           SELECT RESPALDO-FILE ASSIGN TO RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS respaldo-estado.
           *>Listado del reporte de respaldo
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  MAESTRO-CONV-FILE.
           COPY MAESTREC.

        FD  RESPALDO-FILE.
           COPY RESGREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 maestro-estado PIC X(2) VALUE '00'.
           01 respaldo-estado PIC X(2) VALUE '00'.
           01 fin-maestro PIC X(1) VALUE 'N'.
               88 hay-fin-maestro VALUE 'S'.
           *>Momento de la descarga (AAAAMMDDhhmmss)
           01 timestamp-respaldo PIC X(14).
           *>Totales de control que van al pie del respaldo
           01 cta-registros PIC 9(9) VALUE 0.
           01 suma-control PIC 9(15) VALUE 0.
           01 suma-cursor PIC 9(3).
           01 llave-primera PIC X(204) VALUE SPACES.
           01 llave-ultima PIC X(204) VALUE SPACES.
           01 cuenta-edit PIC ZZZ,ZZZ,ZZ9.
           01 suma-edit PIC Z(14)9.
           *>Codigo de retorno del paso: 0 respaldo completo, 8
           *>maestro no disponible o error de archivo
           01 codigo-retorno PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
      *Conductor del respaldo: abre el maestro y el respaldo, escribe
      *la cabecera, descarga el maestro en orden de llave, cierra con
      *el pie de control e imprime el reporte.
           RESPALDA-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Respaldo del maestro de conversiones ==='
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO timestamp-respaldo.
               OPEN INPUT MAESTRO-CONV-FILE.
               IF maestro-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' maestro-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El maestro no esta disponible; no se '
                       'hizo respaldo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE REPORTE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT RESPALDO-FILE.
               IF respaldo-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el respaldo, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' respaldo-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El dataset de respaldo no abrio; no se '
                       'hizo respaldo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE MAESTRO-CONV-FILE
                   CLOSE REPORTE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO RESGUARDO-RECORD.
               MOVE 'HD' TO RSG-TIPO.
               MOVE timestamp-respaldo TO RSG-HD-TIMESTAMP.
               MOVE 'PROD.CONVERSOR.MAESTRO' TO RSG-HD-DATASET.
               WRITE RESGUARDO-RECORD.
               MOVE LOW-VALUES TO MST-LLAVE.
               START MAESTRO-CONV-FILE KEY NOT LESS THAN MST-LLAVE
                   INVALID KEY MOVE 'S' TO fin-maestro
               END-START.
               PERFORM UNTIL hay-fin-maestro
                   READ MAESTRO-CONV-FILE NEXT RECORD
                       AT END MOVE 'S' TO fin-maestro
                       NOT AT END
                           PERFORM DESCARGA-REGISTRO
                               THRU DESCARGA-REGISTRO-EXIT
                   END-READ
                   IF NOT hay-fin-maestro
                           AND maestro-estado NOT = '00'
                       DISPLAY 'ERROR: fallo la lectura del '
                           WITH NO ADVANCING
                       DISPLAY 'maestro, estado ' maestro-estado
                       MOVE 8 TO codigo-retorno
                       MOVE 'S' TO fin-maestro
                   END-IF
               END-PERFORM.
               MOVE SPACES TO RESGUARDO-RECORD.
               MOVE 'TR' TO RSG-TIPO.
               MOVE cta-registros TO RSG-TR-REGISTROS.
               MOVE suma-control TO RSG-TR-SUMA.
               MOVE llave-primera TO RSG-TR-PRIMERA.
               MOVE llave-ultima TO RSG-TR-ULTIMA.
               WRITE RESGUARDO-RECORD.
               IF respaldo-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo escribir el pie del '
                       WITH NO ADVANCING
                   DISPLAY 'respaldo, estado ' respaldo-estado
                   MOVE 8 TO codigo-retorno
               END-IF.
               CLOSE MAESTRO-CONV-FILE.
               CLOSE RESPALDO-FILE.
               PERFORM IMPRIME-REPORTE THRU IMPRIME-REPORTE-EXIT.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Copia un registro del maestro al respaldo y lo suma a los
      *totales de control.
           DESCARGA-REGISTRO.
               MOVE SPACES TO RESGUARDO-RECORD.
               MOVE 'MS' TO RSG-TIPO.
               MOVE MAESTRO-CONV-RECORD TO RSG-MS-IMAGEN.
               WRITE RESGUARDO-RECORD.
               IF respaldo-estado NOT = '00'
                   DISPLAY 'ERROR: fallo la escritura del respaldo, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' respaldo-estado
                   MOVE 8 TO codigo-retorno
                   MOVE 'S' TO fin-maestro
                   GO TO DESCARGA-REGISTRO-EXIT
               END-IF.
               ADD 1 TO cta-registros.
               IF cta-registros = 1
                   MOVE MST-LLAVE TO llave-primera
               END-IF.
               MOVE MST-LLAVE TO llave-ultima.
               PERFORM SUMA-LLAVE THRU SUMA-LLAVE-EXIT.
           DESCARGA-REGISTRO-EXIT.
               EXIT.

      *Acumula la llave en curso a la suma de control: el codigo de
      *cada caracter por su posicion, modulo 999999999999989.
      *recuperaMaestro usa el mismo calculo para cuadrar el respaldo.
           SUMA-LLAVE.
               MOVE 1 TO suma-cursor.
               PERFORM UNTIL suma-cursor > 204
                   COMPUTE suma-control = FUNCTION MOD(suma-control
                       + FUNCTION ORD(MST-LLAVE(suma-cursor:1))
                       * suma-cursor, 999999999999989)
                   ADD 1 TO suma-cursor
               END-PERFORM.
           SUMA-LLAVE-EXIT.
               EXIT.

      *Reporte del respaldo: momento de la descarga y los totales de
      *control que quedaron en el pie.
           IMPRIME-REPORTE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Timestamp del respaldo:  ' timestamp-respaldo
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-registros TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros respaldados:   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE suma-control TO suma-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Suma de control llaves:  ' suma-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Primera llave:           ' llave-primera(1:4)
                   ' ' llave-primera(5:60)
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Ultima llave:            ' llave-ultima(1:4)
                   ' ' llave-ultima(5:60)
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               IF codigo-retorno = 0
                   STRING 'Respaldo completo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               ELSE
                   STRING 'RESPALDO INCOMPLETO: no debe usarse para '
                       'recuperar' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               END-IF.
               WRITE REPORTE-LINEA.
           IMPRIME-REPORTE-EXIT.
               EXIT.

      * Cuadre de fin de corrida del stream de lote (CONVBAT): cada
      * paso reporta sus propios totales (el pie de BATOUT, los
      * rechazos de BATREJ, CHKPOINT, el DISCREP del paso 'R'), pero
      * nadie probaba que coincidieran entre si. El programa corre
      * dos veces en el stream:
      * - PARM='I' antes del paso de conversion: toma la foto de
      *   inicio, es decir cuantos registros traen SALCONV y AUDITLOG
      *   antes de la corrida, y la deja en el dataset de control
      *   CUADRE con la fecha de la corrida;
      * - PARM='F' (o 'F,AAAAMMDD' para exigir la fecha de la
      *   corrida) como ultimo paso: cuenta lo que la corrida agrego
      *   a SALCONV y AUDITLOG despues de la foto y cuadra:
      *   (1) registros de datos de BATIN = convertidos + rechazados
      *       + saltados del pie de BATOUT, y LEIDOS del pie y el
      *       total del pie TR de BATIN (si viene) = los de BATIN;
      *   (2) registros de CHKPOINT = registros de datos de BATIN, y
      *       registros de BATREJ = rechazados del pie;
      *   (3) registros agregados a SALCONV y a AUDITLOG = las
      *       conversiones de la corrida (CHKPOINT menos BATREJ, que
      *       cubre tambien un run reiniciado);
      *   (4) servidas desde el maestro (AUDITLOG) = SERVIDOS del
      *       pie, y servidas + altas nuevas al maestro + las ya
      *       registradas en el + las de misma base (que no van al
      *       maestro) = las conversiones de la corrida;
      *   (5) las posiciones de DISCREP caen dentro de SALCONV.
      * En un run reiniciado el pie de BATOUT solo trae lo del ultimo
      * intento, asi que los cuadres que dependen del pie se marcan
      * NO APLICA y se cuadra con CHKPOINT y BATREJ completos. Las
      * actividades del servicio llamable (SERVICIO-CONVERSION) que
      * caigan dentro de la ventana se cuentan aparte: no publican en
      * SALCONV ni salen de BATIN.
      * Termina con RETURN-CODE 0 (todo cuadra) u 8 (algun cuadre no
      * da, falta la foto de inicio o la de otra fecha, falta un
      * dataset, o PARM invalido), para que operaciones detenga los
      * trabajos rio abajo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuadreCorrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Foto de inicio de la corrida
           SELECT CUADRE-FILE ASSIGN TO CUADRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cuadre-estado.
           SELECT BATCH-IN-FILE ASSIGN TO BATIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batin-estado.
           SELECT BATCH-OUT-FILE ASSIGN TO BATOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batout-estado.
           SELECT RECHAZO-FILE ASSIGN TO BATREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batrej-estado.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chkpoint-estado.
           SELECT SALIDA-CONV-FILE ASSIGN TO SALCONV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS salconv-estado.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditlog-estado.
           SELECT DISCREP-FILE ASSIGN TO DISCREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS discrep-estado.
           *>Reporte de cuadre
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  CUADRE-FILE.
           *>Foto de inicio: fecha y momento de la corrida y cuantos
           *>registros traian SALCONV y AUDITLOG antes de ella
           01 CUADRE-CONTROL-RECORD.
               02 cua-fecha-corrida PIC X(8).
               02 FILLER PIC X(1).
               02 cua-timestamp PIC X(14).
               02 FILLER PIC X(1).
               02 cua-salconv PIC 9(9).
               02 FILLER PIC X(1).
               02 cua-auditlog PIC 9(9).
               02 FILLER PIC X(37).

        FD  BATCH-IN-FILE.
           *>Mismo trazado que BATCH-IN-RECORD del conversor
           01 BATCH-IN-RECORD.
               02 bin-codigo-base PIC X(2).
               02 FILLER PIC X(1).
               02 bin-valor PIC X(80).

        FD  BATCH-OUT-FILE.
           01 BATCH-OUT-RECORD PIC X(240).
           *>Pie de totales de control que escribe el conversor en
           *>ESCRIBE-TRAILER-BATOUT
           01 PIE-BATOUT-RECORD.
               02 pie-etiqueta PIC X(10).
               02 pie-leidos PIC 9(8).
               02 FILLER PIC X(13).
               02 pie-convertidos PIC 9(8).
               02 FILLER PIC X(12).
               02 pie-rechazados PIC 9(8).
               02 FILLER PIC X(10).
               02 pie-saltados PIC 9(8).
               02 FILLER PIC X(10).
               02 pie-servidos PIC 9(8).
               02 FILLER PIC X(7).
               02 pie-altas PIC 9(8).
               02 FILLER PIC X(11).
               02 pie-presentes PIC 9(8).
               02 FILLER PIC X(111).

        FD  RECHAZO-FILE.
           01 RECHAZO-RECORD PIC X(95).

        FD  CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD PIC 9(8).

        FD  SALIDA-CONV-FILE.
           COPY SALIDREC.

        FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

        FD  DISCREP-FILE.
           COPY DISCREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 cuadre-estado PIC X(2) VALUE '00'.
           01 batin-estado PIC X(2) VALUE '00'.
           01 batout-estado PIC X(2) VALUE '00'.
           01 batrej-estado PIC X(2) VALUE '00'.
           01 chkpoint-estado PIC X(2) VALUE '00'.
           01 salconv-estado PIC X(2) VALUE '00'.
           01 auditlog-estado PIC X(2) VALUE '00'.
           01 discrep-estado PIC X(2) VALUE '00'.
           01 fin-archivo PIC X(1) VALUE 'N'.
               88 hay-fin-archivo VALUE 'S'.
           *>Modo del PARM: 'I' foto de inicio, 'F' cuadre final
           01 modo-cuadre PIC X(1) VALUE SPACE.
               88 modo-inicio VALUE 'I'.
               88 modo-final VALUE 'F'.
           01 parm-modo-texto PIC X(8).
           01 parm-fecha-texto PIC X(8).
           01 fecha-pedida PIC X(8) VALUE SPACES.
           01 fecha-hoy PIC X(8).
           01 timestamp-hoy PIC X(14).
           *>Totales de BATIN
           01 cta-batin-datos PIC 9(9) VALUE 0.
           01 cta-batin-esperados PIC 9(9) VALUE 0.
           01 hay-pie-batin PIC X(1) VALUE 'N'.
               88 pie-batin-presente VALUE 'S'.
           *>Pie de BATOUT (el ultimo que trae el dataset)
           01 hay-pie-batout PIC X(1) VALUE 'N'.
               88 pie-batout-presente VALUE 'S'.
           01 hay-pie-maestro PIC X(1) VALUE 'N'.
               88 pie-trae-maestro VALUE 'S'.
           01 tot-leidos PIC 9(9) VALUE 0.
           01 tot-convertidos PIC 9(9) VALUE 0.
           01 tot-rechazados PIC 9(9) VALUE 0.
           01 tot-saltados PIC 9(9) VALUE 0.
           01 tot-servidos PIC 9(9) VALUE 0.
           01 tot-altas PIC 9(9) VALUE 0.
           01 tot-presentes PIC 9(9) VALUE 0.
           *>Totales de BATREJ, CHKPOINT y DISCREP
           01 cta-batrej PIC 9(9) VALUE 0.
           01 cta-chkpoint PIC 9(9) VALUE 0.
           01 cta-discrep PIC 9(9) VALUE 0.
           01 max-posicion PIC 9(9) VALUE 0.
           *>Conversiones de la corrida (CHKPOINT menos BATREJ)
           01 cta-conversiones PIC 9(9) VALUE 0.
           *>SALCONV y AUDITLOG: totales y lo agregado tras la foto
           01 cta-salconv PIC 9(9) VALUE 0.
           01 cta-sal-agregados PIC 9(9) VALUE 0.
           01 cta-sal-misma-base PIC 9(9) VALUE 0.
           01 cta-auditlog PIC 9(9) VALUE 0.
           01 cta-aud-agregados PIC 9(9) VALUE 0.
           01 cta-aud-servidos PIC 9(9) VALUE 0.
           01 cta-aud-servicio PIC 9(9) VALUE 0.
           01 cta-maestro-explica PIC 9(9) VALUE 0.
           *>Renglon de cuadre en curso
           01 cuadre-descripcion PIC X(50).
           01 cuadre-izquierda PIC 9(9).
           01 cuadre-derecha PIC 9(9).
           01 cuadre-aplica PIC X(1).
               88 cuadre-aplicable VALUE 'S'.
               88 cuadre-no-aplicable VALUE 'N'.
           01 cuadre-resultado PIC X(10).
           01 cta-cuadres PIC 9(4) VALUE 0.
           01 cta-descuadres PIC 9(4) VALUE 0.
           01 cuenta-edit PIC ZZZ,ZZZ,ZZ9.
           01 cuenta-edit-b PIC ZZZ,ZZZ,ZZ9.
           *>Codigo de retorno del paso: 0 todo cuadra, 8 descuadre
           *>o falta de datos para cuadrar
           01 codigo-retorno PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: 'I', 'F' o
           *>'F,AAAAMMDD'
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor del cuadre: segun el modo toma la foto de inicio o
      *hace el cuadre final, e imprime el reporte.
           CUADRE-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Cuadre de fin de corrida del conversor ==='
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO timestamp-hoy.
               MOVE timestamp-hoy(1:8) TO fecha-hoy.
               PERFORM PARSEA-PARM THRU PARSEA-PARM-EXIT.
               IF codigo-retorno = 8
                   GO TO CUADRE-FIN
               END-IF.
               IF modo-inicio
                   PERFORM TOMA-FOTO THRU TOMA-FOTO-EXIT
               ELSE
                   PERFORM CUADRA-CORRIDA THRU CUADRA-CORRIDA-EXIT
               END-IF.
           CUADRE-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Toma el modo y, en el cuadre final, la fecha de la corrida
      *que se exige a la foto de inicio.
           PARSEA-PARM.
               MOVE SPACES TO parm-modo-texto parm-fecha-texto.
               IF PARM-LEN > 0
                   UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ','
                       INTO parm-modo-texto parm-fecha-texto
               END-IF.
               MOVE parm-modo-texto(1:1) TO modo-cuadre.
               IF NOT modo-inicio AND NOT modo-final
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'PARM invalido: se espera I, F o '
                       'F,AAAAMMDD' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO PARSEA-PARM-EXIT
               END-IF.
               IF parm-fecha-texto NOT = SPACES
                   IF parm-fecha-texto NOT NUMERIC
                       MOVE SPACES TO REPORTE-LINEA
                       STRING 'PARM invalido: la fecha de la corrida '
                           'va como AAAAMMDD' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       MOVE 8 TO codigo-retorno
                       GO TO PARSEA-PARM-EXIT
                   END-IF
                   MOVE parm-fecha-texto TO fecha-pedida
               END-IF.
           PARSEA-PARM-EXIT.
               EXIT.

      *Foto de inicio: cuenta SALCONV y AUDITLOG tal como estan antes
      *de la corrida y la deja en CUADRE.
           TOMA-FOTO.
               PERFORM CUENTA-SALCONV THRU CUENTA-SALCONV-EXIT.
               PERFORM CUENTA-AUDITLOG THRU CUENTA-AUDITLOG-EXIT.
               OPEN OUTPUT CUADRE-FILE.
               IF cuadre-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir CUADRE, estado '
                       cuadre-estado
                   MOVE 'El dataset de control CUADRE no abrio'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO TOMA-FOTO-EXIT
               END-IF.
               MOVE SPACES TO CUADRE-CONTROL-RECORD.
               MOVE fecha-hoy TO cua-fecha-corrida.
               MOVE timestamp-hoy TO cua-timestamp.
               MOVE cta-salconv TO cua-salconv.
               MOVE cta-auditlog TO cua-auditlog.
               WRITE CUADRE-CONTROL-RECORD.
               CLOSE CUADRE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Foto de inicio de la corrida del '
                   fecha-hoy ' (' timestamp-hoy ')'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-salconv TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros en SALCONV:    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-auditlog TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros en AUDITLOG:   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           TOMA-FOTO-EXIT.
               EXIT.

      *Cuadre final: lee la foto de inicio, junta los totales de
      *cada dataset de la corrida e imprime cada cuadre.
           CUADRA-CORRIDA.
               OPEN INPUT CUADRE-FILE.
               IF cuadre-estado = '00'
                   READ CUADRE-FILE
                       AT END MOVE '10' TO cuadre-estado
                   END-READ
                   CLOSE CUADRE-FILE
               END-IF.
               IF cuadre-estado NOT = '00'
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'No hay foto de inicio en CUADRE: el paso '
                       'con PARM=I no corrio' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CUADRA-CORRIDA-EXIT
               END-IF.
               IF fecha-pedida NOT = SPACES
                       AND fecha-pedida NOT = cua-fecha-corrida
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'La foto de inicio es de la corrida del '
                       cua-fecha-corrida ', no del ' fecha-pedida
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CUADRA-CORRIDA-EXIT
               END-IF.
               PERFORM CUENTA-BATIN THRU CUENTA-BATIN-EXIT.
               PERFORM LEE-PIE-BATOUT THRU LEE-PIE-BATOUT-EXIT.
               PERFORM CUENTA-BATREJ THRU CUENTA-BATREJ-EXIT.
               PERFORM CUENTA-CHKPOINT THRU CUENTA-CHKPOINT-EXIT.
               PERFORM CUENTA-SALCONV THRU CUENTA-SALCONV-EXIT.
               PERFORM CUENTA-AUDITLOG THRU CUENTA-AUDITLOG-EXIT.
               PERFORM CUENTA-DISCREP THRU CUENTA-DISCREP-EXIT.
               IF codigo-retorno = 8
                   GO TO CUADRA-CORRIDA-EXIT
               END-IF.
               IF cta-chkpoint > cta-batrej
                   COMPUTE cta-conversiones = cta-chkpoint - cta-batrej
               END-IF.
               PERFORM IMPRIME-CUADRES THRU IMPRIME-CUADRES-EXIT.
           CUADRA-CORRIDA-EXIT.
               EXIT.

      *Cuenta los registros de datos de BATIN (sin cabecera HD,
      *pie TR ni registros de perfil PF) y toma el total del pie.
           CUENTA-BATIN.
               OPEN INPUT BATCH-IN-FILE.
               IF batin-estado NOT = '00'
                   MOVE 'BATIN' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-BATIN-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ BATCH-IN-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END
                           EVALUATE bin-codigo-base
                               WHEN 'HD'
                               WHEN 'PF'
                                   CONTINUE
                               WHEN 'TR'
                                   SET pie-batin-presente TO TRUE
                                   COMPUTE cta-batin-esperados =
                                       FUNCTION NUMVAL(bin-valor)
                               WHEN OTHER
                                   ADD 1 TO cta-batin-datos
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE BATCH-IN-FILE.
           CUENTA-BATIN-EXIT.
               EXIT.

      *Busca el pie de totales de BATOUT; si hubo varios (reinicio)
      *se queda con el ultimo. Un pie escrito antes de que el
      *conversor reportara el maestro no trae SERVIDOS/ALTAS.
           LEE-PIE-BATOUT.
               OPEN INPUT BATCH-OUT-FILE.
               IF batout-estado NOT = '00'
                   MOVE 'BATOUT' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO LEE-PIE-BATOUT-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ BATCH-OUT-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END
                           IF pie-etiqueta = 'TR LEIDOS='
                               PERFORM TOMA-PIE-BATOUT
                                   THRU TOMA-PIE-BATOUT-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE BATCH-OUT-FILE.
               IF NOT pie-batout-presente
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'BATOUT no trae pie de totales: el paso '
                       'de conversion no termino' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
               END-IF.
           LEE-PIE-BATOUT-EXIT.
               EXIT.

      *Guarda los totales del pie de BATOUT en curso.
           TOMA-PIE-BATOUT.
               SET pie-batout-presente TO TRUE.
               MOVE pie-leidos TO tot-leidos.
               MOVE pie-convertidos TO tot-convertidos.
               MOVE pie-rechazados TO tot-rechazados.
               MOVE pie-saltados TO tot-saltados.
               MOVE 'N' TO hay-pie-maestro.
               IF pie-servidos NUMERIC AND pie-altas NUMERIC
                       AND pie-presentes NUMERIC
                   SET pie-trae-maestro TO TRUE
                   MOVE pie-servidos TO tot-servidos
                   MOVE pie-altas TO tot-altas
                   MOVE pie-presentes TO tot-presentes
               END-IF.
           TOMA-PIE-BATOUT-EXIT.
               EXIT.

      *Cuenta los rechazos de BATREJ.
           CUENTA-BATREJ.
               OPEN INPUT RECHAZO-FILE.
               IF batrej-estado NOT = '00'
                   MOVE 'BATREJ' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-BATREJ-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ RECHAZO-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END ADD 1 TO cta-batrej
                   END-READ
               END-PERFORM.
               CLOSE RECHAZO-FILE.
           CUENTA-BATREJ-EXIT.
               EXIT.

      *Cuenta los registros anotados en CHKPOINT (uno por cada
      *registro de datos procesado, en todos los intentos del run).
           CUENTA-CHKPOINT.
               OPEN INPUT CHECKPOINT-FILE.
               IF chkpoint-estado NOT = '00'
                   MOVE 'CHKPOINT' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-CHKPOINT-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ CHECKPOINT-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END ADD 1 TO cta-chkpoint
                   END-READ
               END-PERFORM.
               CLOSE CHECKPOINT-FILE.
           CUENTA-CHKPOINT-EXIT.
               EXIT.

      *Cuenta SALCONV; en el cuadre final, los registros despues de
      *la foto de inicio son los que agrego la corrida, y de ellos
      *se separan los de misma base (no van al maestro).
           CUENTA-SALCONV.
               OPEN INPUT SALIDA-CONV-FILE.
               IF salconv-estado NOT = '00'
                   IF modo-inicio AND salconv-estado = '35'
                       GO TO CUENTA-SALCONV-EXIT
                   END-IF
                   MOVE 'SALCONV' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-SALCONV-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ SALIDA-CONV-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END
                           ADD 1 TO cta-salconv
                           IF modo-final
                                   AND cta-salconv > cua-salconv
                               ADD 1 TO cta-sal-agregados
                               IF SAL-BASE-ENTRADA = SAL-BASE-SALIDA
                                   ADD 1 TO cta-sal-misma-base
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SALIDA-CONV-FILE.
           CUENTA-SALCONV-EXIT.
               EXIT.

      *Cuenta AUDITLOG; en el cuadre final, los registros despues de
      *la foto de inicio son los que agrego la corrida, con las
      *servidas desde el maestro y las del servicio llamable aparte.
           CUENTA-AUDITLOG.
               OPEN INPUT AUDIT-LOG-FILE.
               IF auditlog-estado NOT = '00'
                   IF modo-inicio AND auditlog-estado = '35'
                       GO TO CUENTA-AUDITLOG-EXIT
                   END-IF
                   MOVE 'AUDITLOG' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-AUDITLOG-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ AUDIT-LOG-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END
                           ADD 1 TO cta-auditlog
                           IF modo-final
                                   AND cta-auditlog > cua-auditlog
                               PERFORM CLASIFICA-AUDITORIA
                                   THRU CLASIFICA-AUDITORIA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-LOG-FILE.
           CUENTA-AUDITLOG-EXIT.
               EXIT.

      *Clasifica un registro de AUDITLOG agregado por la corrida.
           CLASIFICA-AUDITORIA.
               EVALUATE AUD-PARRAFO
                   WHEN 'SERVICIO-CONVERSION'
                       ADD 1 TO cta-aud-servicio
                   WHEN 'FIN-SESION'
                       CONTINUE
                   WHEN 'MAESTRO-CONVERSION'
                       ADD 1 TO cta-aud-agregados
                       ADD 1 TO cta-aud-servidos
                   WHEN OTHER
                       ADD 1 TO cta-aud-agregados
               END-EVALUATE.
           CLASIFICA-AUDITORIA-EXIT.
               EXIT.

      *Cuenta DISCREP y toma la posicion mas alta anotada.
           CUENTA-DISCREP.
               OPEN INPUT DISCREP-FILE.
               IF discrep-estado NOT = '00'
                   MOVE 'DISCREP' TO cuadre-descripcion
                   PERFORM FALTA-DATASET THRU FALTA-DATASET-EXIT
                   GO TO CUENTA-DISCREP-EXIT
               END-IF.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ DISCREP-FILE
                       AT END MOVE 'S' TO fin-archivo
                       NOT AT END
                           ADD 1 TO cta-discrep
                           IF DIS-POSICION > max-posicion
                               MOVE DIS-POSICION TO max-posicion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DISCREP-FILE.
           CUENTA-DISCREP-EXIT.
               EXIT.

      *Anota en el reporte que el dataset de cuadre-descripcion no
      *abrio; sin el no se puede cuadrar la corrida.
           FALTA-DATASET.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'No se pudo abrir ' cuadre-descripcion(1:8)
                   '; la corrida no se puede cuadrar'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 8 TO codigo-retorno.
           FALTA-DATASET-EXIT.
               EXIT.

      *Imprime los totales de cada dataset y cada renglon de cuadre.
           IMPRIME-CUADRES.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Corrida del ' cua-fecha-corrida
                   '  (foto de inicio ' cua-timestamp ')'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF tot-saltados > 0
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Run reiniciado: el pie de BATOUT solo '
                       'cubre el ultimo intento' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Cuadre                                  '
                   '              Izquierda      Derecha  Resultado'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
      *>(1) BATIN contra el pie de BATOUT
               MOVE 'BATIN datos = LEIDOS del pie de BATOUT'
                   TO cuadre-descripcion.
               MOVE cta-batin-datos TO cuadre-izquierda.
               MOVE tot-leidos TO cuadre-derecha.
               SET cuadre-aplicable TO TRUE.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
               MOVE 'BATIN datos = convertidos+rechazados+saltados'
                   TO cuadre-descripcion.
               MOVE cta-batin-datos TO cuadre-izquierda.
               COMPUTE cuadre-derecha = tot-convertidos
                   + tot-rechazados + tot-saltados.
               SET cuadre-aplicable TO TRUE.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
               MOVE 'BATIN datos = total del pie TR de BATIN'
                   TO cuadre-descripcion.
               MOVE cta-batin-datos TO cuadre-izquierda.
               MOVE cta-batin-esperados TO cuadre-derecha.
               IF pie-batin-presente
                   SET cuadre-aplicable TO TRUE
               ELSE
                   SET cuadre-no-aplicable TO TRUE
               END-IF.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
      *>(2) CHKPOINT y BATREJ
               MOVE 'CHKPOINT = BATIN datos' TO cuadre-descripcion.
               MOVE cta-chkpoint TO cuadre-izquierda.
               MOVE cta-batin-datos TO cuadre-derecha.
               SET cuadre-aplicable TO TRUE.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
               MOVE 'BATREJ = RECHAZADOS del pie de BATOUT'
                   TO cuadre-descripcion.
               MOVE cta-batrej TO cuadre-izquierda.
               MOVE tot-rechazados TO cuadre-derecha.
               IF tot-saltados = 0
                   SET cuadre-aplicable TO TRUE
               ELSE
                   SET cuadre-no-aplicable TO TRUE
               END-IF.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
      *>(3) lo publicado contra las conversiones de la corrida
               MOVE 'SALCONV agregados = CHKPOINT - BATREJ'
                   TO cuadre-descripcion.
               MOVE cta-sal-agregados TO cuadre-izquierda.
               MOVE cta-conversiones TO cuadre-derecha.
               SET cuadre-aplicable TO TRUE.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
               MOVE 'AUDITLOG agregados = CHKPOINT - BATREJ'
                   TO cuadre-descripcion.
               MOVE cta-aud-agregados TO cuadre-izquierda.
               MOVE cta-conversiones TO cuadre-derecha.
               SET cuadre-aplicable TO TRUE.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
      *>(4) el maestro explica todas las conversiones
               MOVE 'Servidas del maestro: AUDITLOG = pie BATOUT'
                   TO cuadre-descripcion.
               MOVE cta-aud-servidos TO cuadre-izquierda.
               MOVE tot-servidos TO cuadre-derecha.
               IF pie-trae-maestro AND tot-saltados = 0
                   SET cuadre-aplicable TO TRUE
               ELSE
                   SET cuadre-no-aplicable TO TRUE
               END-IF.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
               MOVE 'Servidas+altas+presentes+misma base = conv.'
                   TO cuadre-descripcion.
               COMPUTE cta-maestro-explica = tot-servidos + tot-altas
                   + tot-presentes + cta-sal-misma-base.
               MOVE cta-maestro-explica TO cuadre-izquierda.
               MOVE cta-conversiones TO cuadre-derecha.
               IF pie-trae-maestro AND tot-saltados = 0
                   SET cuadre-aplicable TO TRUE
               ELSE
                   SET cuadre-no-aplicable TO TRUE
               END-IF.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
      *>(5) DISCREP pertenece al SALCONV de la corrida
               MOVE 'Posicion mas alta de DISCREP <= SALCONV'
                   TO cuadre-descripcion.
               MOVE max-posicion TO cuadre-izquierda.
               MOVE cta-salconv TO cuadre-derecha.
               IF max-posicion > cta-salconv
                   MOVE 'NO CUADRA' TO cuadre-resultado
                   ADD 1 TO cta-descuadres
               ELSE
                   MOVE 'CUADRA' TO cuadre-resultado
               END-IF.
               ADD 1 TO cta-cuadres.
               PERFORM ESCRIBE-CUADRE THRU ESCRIBE-CUADRE-EXIT.
               PERFORM IMPRIME-TOTALES THRU IMPRIME-TOTALES-EXIT.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               IF cta-descuadres = 0
                   STRING 'La corrida cuadra' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               ELSE
                   MOVE cta-descuadres TO cuenta-edit
                   STRING 'LA CORRIDA NO CUADRA: ' cuenta-edit
                       ' cuadre(s) con diferencia; detener los '
                       'trabajos rio abajo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
               END-IF.
               WRITE REPORTE-LINEA.
           IMPRIME-CUADRES-EXIT.
               EXIT.

      *Compara el renglon de cuadre en curso (si aplica) y lo
      *imprime.
           IMPRIME-CUADRE.
               IF cuadre-no-aplicable
                   MOVE 'NO APLICA' TO cuadre-resultado
               ELSE
                   ADD 1 TO cta-cuadres
                   IF cuadre-izquierda = cuadre-derecha
                       MOVE 'CUADRA' TO cuadre-resultado
                   ELSE
                       MOVE 'NO CUADRA' TO cuadre-resultado
                       ADD 1 TO cta-descuadres
                   END-IF
               END-IF.
               PERFORM ESCRIBE-CUADRE THRU ESCRIBE-CUADRE-EXIT.
           IMPRIME-CUADRE-EXIT.
               EXIT.

      *Escribe el renglon de cuadre con su resultado.
           ESCRIBE-CUADRE.
               MOVE cuadre-izquierda TO cuenta-edit.
               MOVE cuadre-derecha TO cuenta-edit-b.
               MOVE SPACES TO REPORTE-LINEA.
               STRING cuadre-descripcion '  ' cuenta-edit '  '
                   cuenta-edit-b '  ' cuadre-resultado
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           ESCRIBE-CUADRE-EXIT.
               EXIT.

      *Totales de cada dataset que entraron a los cuadres.
           IMPRIME-TOTALES.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Totales de la corrida:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tot-convertidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Convertidos (pie BATOUT): ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tot-rechazados TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Rechazados (pie BATOUT):  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tot-saltados TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Saltados (pie BATOUT):    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tot-altas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Altas al maestro:         ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tot-presentes TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Ya en el maestro:         ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sal-misma-base TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Misma base (SALCONV):     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-servicio TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Servicio llamable:        ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-discrep TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Discrepancias (DISCREP):  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-TOTALES-EXIT.
               EXIT.

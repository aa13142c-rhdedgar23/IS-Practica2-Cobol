      * Interfaz de solicitud/respuesta para las otras aplicaciones:
      * hasta hoy un sistema que necesita conversiones en volumen arma
      * un BATIN y luego casa los resultados de BATOUT o SALCONV por
      * posicion o por valor, lo que se rompe en cuanto un registro se
      * rechaza o se sirve del maestro. Este paso lee el dataset de
      * solicitudes (SOLICIT, trazado SOLICREC), donde cada registro
      * trae la clave del sistema que pide y su propia clave de
      * correlacion, atiende cada solicitud con el servicio de
      * conversion llamable (auditada, con la clave del sistema en
      * SRV-USUARIO) y escribe por cada una un registro de respuesta
      * (RESPUES, trazado RESPREC) con la misma clave, el resultado y
      * un estado con los codigos de SRV-ESTADO; '60' marca una
      * solicitud mal formada y '70' una clave de correlacion que el
      * sistema repitio en la misma entrega (solo se atiende la
      * primera). Las solicitudes se ordenan por sistema y clave con
      * un SORT interno; en cada corte de sistema se escribe su acuse
      * de totales (ACUSE, trazado ACUSEREC) para que el sistema cuadre
      * lo que mando contra lo que le regreso, y el reporte (RPTOUT)
      * lista los rechazos y los totales por sistema y por estado.
      * Cada sistema debe estar dado de alta en la tabla de
      * autorizaciones con permiso de servicio; si no, sus solicitudes
      * regresan con estado '50'.
      * Termina con RETURN-CODE 0 (todas convertidas), 4 (hubo
      * solicitudes rechazadas, ya contestadas en RESPUES) u 8 (no
      * abrio SOLICIT, RESPUES o ACUSE).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. atiendeSolicitudes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Solicitudes de conversion de las otras aplicaciones
           SELECT SOLICITUD-FILE ASSIGN TO SOLICIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solicitud-estado.
           *>Respuestas, una por solicitud, con la misma clave
           SELECT RESPUESTA-FILE ASSIGN TO RESPUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS respuesta-estado.
           *>Acuse de totales por sistema solicitante
           SELECT ACUSE-FILE ASSIGN TO ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS acuse-estado.
           *>Reporte de la corrida
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           *>Archivo de trabajo del SORT interno
           SELECT ORDENA-FILE ASSIGN TO ORDENA.

       DATA DIVISION.
        FILE SECTION.
        FD  SOLICITUD-FILE.
           COPY SOLICREC.

        FD  RESPUESTA-FILE.
           COPY RESPREC.

        FD  ACUSE-FILE.
           COPY ACUSEREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        SD  ORDENA-FILE.
           *>La solicitud completa mas su numero de llegada, para que
           *>las claves repetidas queden juntas y en el orden en que
           *>el sistema las mando
           01 ORDENA-RECORD.
               05 ORD-SISTEMA PIC X(8).
               05 ORD-CLAVE PIC X(20).
               05 ORD-SECUENCIA PIC 9(8).
               05 ORD-BASE-ENTRADA PIC X(2).
               05 ORD-BASE-SALIDA PIC X(2).
               05 ORD-VALOR-ENTRADA PIC X(100).

        WORKING-STORAGE SECTION.
           01 solicitud-estado PIC X(2) VALUE '00'.
           01 respuesta-estado PIC X(2) VALUE '00'.
           01 acuse-estado PIC X(2) VALUE '00'.
           01 acuse-abierto PIC X(1) VALUE 'S'.
               88 hay-acuse-abierto VALUE 'S'.
           01 fin-solicitud PIC X(1) VALUE 'N'.
               88 hay-fin-solicitud VALUE 'S'.
           01 fin-ordenado PIC X(1) VALUE 'N'.
               88 hay-fin-ordenado VALUE 'S'.
           01 fecha-proceso PIC X(8).
           *>Llaves del corte anterior: sistema y ultima clave
           *>atendida de ese sistema
           01 corte-sistema PIC X(8) VALUE SPACES.
           01 corte-clave PIC X(20) VALUE SPACES.
           01 hay-corte-abierto PIC X(1) VALUE 'N'.
               88 corte-abierto VALUE 'S'.
           *>Totales del sistema en curso
           01 sis-recibidas PIC 9(8) VALUE 0.
           01 sis-convertidas PIC 9(8) VALUE 0.
           01 sis-rechazadas PIC 9(8) VALUE 0.
           01 sis-rechazos-estado.
               02 sis-rechazo-estado PIC 9(8) OCCURS 7.
           *>Totales de la corrida
           01 cta-leidas PIC 9(8) VALUE 0.
           01 cta-respondidas PIC 9(8) VALUE 0.
           01 cta-convertidas PIC 9(8) VALUE 0.
           01 cta-rechazadas PIC 9(8) VALUE 0.
           01 cta-sistemas PIC 9(8) VALUE 0.
           01 tot-rechazos-estado.
               02 tot-rechazo-estado PIC 9(8) OCCURS 7.
           *>Estados de rechazo en el orden de los contadores
           01 tabla-estados-rechazo.
               02 FILLER PIC X(2) VALUE '10'.
               02 FILLER PIC X(2) VALUE '20'.
               02 FILLER PIC X(2) VALUE '30'.
               02 FILLER PIC X(2) VALUE '40'.
               02 FILLER PIC X(2) VALUE '50'.
               02 FILLER PIC X(2) VALUE '60'.
               02 FILLER PIC X(2) VALUE '70'.
           01 estados-rechazo REDEFINES tabla-estados-rechazo.
               02 estado-rechazo PIC X(2) OCCURS 7.
           01 descripciones-rechazo.
               02 FILLER PIC X(30) VALUE 'base fuera de 2-36'.
               02 FILLER PIC X(30) VALUE 'digito fuera de la base'.
               02 FILLER PIC X(30) VALUE 'excede la capacidad'.
               02 FILLER PIC X(30) VALUE 'valor mal formado'.
               02 FILLER PIC X(30) VALUE 'sistema no autorizado'.
               02 FILLER PIC X(30) VALUE 'solicitud mal formada'.
               02 FILLER PIC X(30)
                   VALUE 'clave de correlacion repetida'.
           01 textos-rechazo REDEFINES descripciones-rechazo.
               02 texto-rechazo PIC X(30) OCCURS 7.
           01 estado-solicitud PIC X(2).
           01 busca PIC 9(2).
           01 encontrado PIC X(1).
               88 si-encontrado VALUE 'S'.
               88 no-encontrado VALUE 'N'.
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 cuenta-edit-2 PIC ZZ,ZZZ,ZZ9.
           01 cuenta-edit-3 PIC ZZ,ZZZ,ZZ9.
           *>Codigo de retorno del paso: 0 todas convertidas, 4 hubo
           *>rechazos, 8 error de archivo
           01 codigo-retorno PIC 9(1) VALUE 0.

           *>Area de comunicacion del servicio de conversion
           COPY CONVSRV.

       PROCEDURE DIVISION.
      *Conductor: abre las salidas, ordena las solicitudes por
      *sistema y clave y las atiende en el procedimiento de salida
      *del SORT; al final imprime los totales y pone el codigo de
      *retorno.
           ATIENDE-INICIO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-proceso.
               INITIALIZE tot-rechazos-estado.
               OPEN OUTPUT REPORTE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Solicitudes de conversion de otras '
                   'aplicaciones ' fecha-proceso ' ==='
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               OPEN OUTPUT RESPUESTA-FILE.
               IF respuesta-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir RESPUES, estado '
                       respuesta-estado
                   MOVE 8 TO codigo-retorno
                   GO TO ATIENDE-FIN
               END-IF.
               OPEN OUTPUT ACUSE-FILE.
               IF acuse-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir ACUSE, estado '
                       acuse-estado
                   CLOSE RESPUESTA-FILE
                   MOVE 8 TO codigo-retorno
                   GO TO ATIENDE-FIN
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Solicitudes rechazadas:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               SORT ORDENA-FILE
                   ON ASCENDING KEY ORD-SISTEMA ORD-CLAVE ORD-SECUENCIA
                   INPUT PROCEDURE IS LEE-SOLICITUDES
                       THRU LEE-SOLICITUDES-EXIT
                   OUTPUT PROCEDURE IS ATIENDE-ORDENADAS
                       THRU ATIENDE-ORDENADAS-EXIT.
               CLOSE RESPUESTA-FILE.
               CLOSE ACUSE-FILE.
               PERFORM IMPRIME-TOTALES THRU IMPRIME-TOTALES-EXIT.
               IF cta-rechazadas > 0 AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
           ATIENDE-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Procedimiento de entrada del SORT: lee SOLICIT completo y
      *suelta cada solicitud con su numero de llegada.
           LEE-SOLICITUDES.
               OPEN INPUT SOLICITUD-FILE.
               IF solicitud-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir SOLICIT, estado '
                       solicitud-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  El dataset de solicitudes no esta '
                       'disponible; no se atendio nada'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO LEE-SOLICITUDES-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-solicitud
                   READ SOLICITUD-FILE
                       AT END
                           MOVE 'S' TO fin-solicitud
                       NOT AT END
                           ADD 1 TO cta-leidas
                           MOVE SOL-SISTEMA TO ORD-SISTEMA
                           MOVE SOL-CLAVE TO ORD-CLAVE
                           MOVE cta-leidas TO ORD-SECUENCIA
                           MOVE SOL-BASE-ENTRADA TO ORD-BASE-ENTRADA
                           MOVE SOL-BASE-SALIDA TO ORD-BASE-SALIDA
                           MOVE SOL-VALOR-ENTRADA
                               TO ORD-VALOR-ENTRADA
                           RELEASE ORDENA-RECORD
                   END-READ
               END-PERFORM.
               CLOSE SOLICITUD-FILE.
           LEE-SOLICITUDES-EXIT.
               EXIT.

      *Procedimiento de salida del SORT: regresa las solicitudes ya
      *ordenadas, atiende cada una y cierra el acuse del ultimo
      *sistema.
           ATIENDE-ORDENADAS.
               PERFORM UNTIL hay-fin-ordenado
                   RETURN ORDENA-FILE
                       AT END
                           MOVE 'S' TO fin-ordenado
                       NOT AT END
                           PERFORM ATIENDE-SOLICITUD
                               THRU ATIENDE-SOLICITUD-EXIT
                   END-RETURN
               END-PERFORM.
               IF corte-abierto
                   PERFORM CIERRA-SISTEMA THRU CIERRA-SISTEMA-EXIT
               END-IF.
               IF cta-rechazadas = 0
                   MOVE '  (ninguna)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
           ATIENDE-ORDENADAS-EXIT.
               EXIT.

      *Atiende una solicitud: cierra el sistema anterior si cambio,
      *la valida, la convierte con el servicio y escribe su
      *respuesta.
           ATIENDE-SOLICITUD.
               IF corte-abierto AND ORD-SISTEMA NOT = corte-sistema
                   PERFORM CIERRA-SISTEMA THRU CIERRA-SISTEMA-EXIT
               END-IF.
               IF NOT corte-abierto
                   MOVE ORD-SISTEMA TO corte-sistema
                   MOVE SPACES TO corte-clave
                   MOVE 0 TO sis-recibidas sis-convertidas
                       sis-rechazadas
                   INITIALIZE sis-rechazos-estado
                   MOVE 'S' TO hay-corte-abierto
               END-IF.
               ADD 1 TO sis-recibidas.
               MOVE SPACES TO RESPUESTA-RECORD.
               MOVE ORD-SISTEMA TO RSP-SISTEMA.
               MOVE ORD-CLAVE TO RSP-CLAVE.
               MOVE ORD-BASE-ENTRADA TO RSP-BASE-ENTRADA.
               MOVE ORD-BASE-SALIDA TO RSP-BASE-SALIDA.
               MOVE ORD-VALOR-ENTRADA TO RSP-VALOR-ENTRADA.
               EVALUATE TRUE
                   WHEN ORD-SISTEMA = SPACES
                       OR ORD-CLAVE = SPACES
                       OR ORD-BASE-ENTRADA NOT NUMERIC
                       OR ORD-BASE-SALIDA NOT NUMERIC
                       MOVE '60' TO estado-solicitud
                   WHEN ORD-CLAVE = corte-clave
                       MOVE '70' TO estado-solicitud
                   WHEN OTHER
                       PERFORM LLAMA-SERVICIO THRU LLAMA-SERVICIO-EXIT
               END-EVALUATE.
      *>toda clave ya respondida, atendida o no, marca como repetidas
      *>las solicitudes que la vuelvan a traer
               IF ORD-CLAVE NOT = SPACES
                   MOVE ORD-CLAVE TO corte-clave
               END-IF.
               MOVE estado-solicitud TO RSP-ESTADO.
               MOVE FUNCTION CURRENT-DATE(1:14) TO RSP-TIMESTAMP.
               WRITE RESPUESTA-RECORD.
               IF respuesta-estado NOT = '00'
                   DISPLAY 'ERROR: fallo la escritura en RESPUES, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' respuesta-estado
                   MOVE 8 TO codigo-retorno
               END-IF.
               ADD 1 TO cta-respondidas.
               IF estado-solicitud = '00'
                   ADD 1 TO sis-convertidas
               ELSE
                   PERFORM ANOTA-RECHAZO THRU ANOTA-RECHAZO-EXIT
               END-IF.
           ATIENDE-SOLICITUD-EXIT.
               EXIT.

      *Pide la conversion al servicio con la clave del sistema que
      *la solicito, auditada como cualquier otra.
           LLAMA-SERVICIO.
               MOVE ORD-BASE-ENTRADA TO SRV-BASE-ENTRADA.
               MOVE ORD-BASE-SALIDA TO SRV-BASE-SALIDA.
               MOVE ORD-VALOR-ENTRADA TO SRV-VALOR-ENTRADA.
               MOVE SPACES TO SRV-VALOR-SALIDA.
               MOVE 'S' TO SRV-AUDITA.
               MOVE ORD-SISTEMA TO SRV-USUARIO.
               MOVE SPACES TO SRV-CENTRO-COSTO.
               CALL 'conversorServicio' USING SERVICIO-CONV-AREA.
               MOVE SRV-ESTADO TO estado-solicitud.
               IF SRV-ESTADO = '00'
                   MOVE SRV-VALOR-SALIDA TO RSP-VALOR-SALIDA
               END-IF.
           LLAMA-SERVICIO-EXIT.
               EXIT.

      *Cuenta el rechazo por su estado y lo lista en el reporte con
      *el sistema y la clave, para que operaciones pueda avisarle.
           ANOTA-RECHAZO.
               ADD 1 TO sis-rechazadas.
               SET no-encontrado TO TRUE.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > 7 OR si-encontrado
                   IF estado-rechazo(busca) = estado-solicitud
                       SET si-encontrado TO TRUE
                       ADD 1 TO sis-rechazo-estado(busca)
                   ELSE
                       ADD 1 TO busca
                   END-IF
               END-PERFORM.
               MOVE SPACES TO REPORTE-LINEA.
               IF si-encontrado
                   STRING '  ' ORD-SISTEMA '  ' ORD-CLAVE '  '
                       estado-solicitud '  ' texto-rechazo(busca)
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               ELSE
                   STRING '  ' ORD-SISTEMA '  ' ORD-CLAVE '  '
                       estado-solicitud
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF.
               WRITE REPORTE-LINEA.
           ANOTA-RECHAZO-EXIT.
               EXIT.

      *Cierra el sistema en curso: escribe su acuse de totales y
      *suma sus cuentas a las de la corrida.
           CIERRA-SISTEMA.
               MOVE SPACES TO ACUSE-RECORD.
               MOVE corte-sistema TO ACU-SISTEMA.
               MOVE fecha-proceso TO ACU-FECHA-PROCESO.
               MOVE sis-recibidas TO ACU-RECIBIDAS.
               COMPUTE ACU-RESPONDIDAS =
                   sis-convertidas + sis-rechazadas.
               MOVE sis-convertidas TO ACU-CONVERTIDAS.
               MOVE sis-rechazadas TO ACU-RECHAZADAS.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > 7
                   MOVE sis-rechazo-estado(busca)
                       TO ACU-RECHAZO-ESTADO(busca)
                   ADD sis-rechazo-estado(busca)
                       TO tot-rechazo-estado(busca)
                   ADD 1 TO busca
               END-PERFORM.
               WRITE ACUSE-RECORD.
               IF acuse-estado NOT = '00'
                   DISPLAY 'ERROR: fallo la escritura en ACUSE, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' acuse-estado
                   MOVE 8 TO codigo-retorno
               END-IF.
               ADD 1 TO cta-sistemas.
               ADD sis-convertidas TO cta-convertidas.
               ADD sis-rechazadas TO cta-rechazadas.
               MOVE 'N' TO hay-corte-abierto.
           CIERRA-SISTEMA-EXIT.
               EXIT.

      *Imprime los totales por sistema (releyendo los acuses recien
      *escritos), el desglose de rechazos por estado y el cuadre de
      *la corrida.
           IMPRIME-TOTALES.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Acuse por sistema:     sistema   recibidas'
                   '  convertidas  rechazadas'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'N' TO fin-solicitud.
               OPEN INPUT ACUSE-FILE.
               IF acuse-estado NOT = '00'
                   MOVE 'S' TO fin-solicitud
                   MOVE 'N' TO acuse-abierto
               END-IF.
               PERFORM UNTIL hay-fin-solicitud
                   READ ACUSE-FILE
                       AT END
                           MOVE 'S' TO fin-solicitud
                       NOT AT END
                           MOVE ACU-RECIBIDAS TO cuenta-edit
                           MOVE ACU-CONVERTIDAS TO cuenta-edit-2
                           MOVE ACU-RECHAZADAS TO cuenta-edit-3
                           MOVE SPACES TO REPORTE-LINEA
                           STRING '                       '
                               ACU-SISTEMA ' ' cuenta-edit
                               '   ' cuenta-edit-2 '  ' cuenta-edit-3
                               DELIMITED BY SIZE INTO REPORTE-LINEA
                           WRITE REPORTE-LINEA
                   END-READ
               END-PERFORM.
               IF hay-acuse-abierto
                   CLOSE ACUSE-FILE
               END-IF.
               IF cta-sistemas = 0
                   MOVE '  (no hubo solicitudes)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Rechazos por estado:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > 7
                   MOVE tot-rechazo-estado(busca) TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  ' estado-rechazo(busca) '  '
                       texto-rechazo(busca) ' ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO busca
               END-PERFORM.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-leidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Solicitudes leidas de SOLICIT:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-respondidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Respuestas escritas en RESPUES: ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-convertidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Convertidas:                  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-rechazadas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Rechazadas:                   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sistemas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Sistemas solicitantes:          ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-respondidas NOT = cta-leidas
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '*** Las respuestas no cuadran con las '
                       'solicitudes leidas ***'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
               END-IF.
           IMPRIME-TOTALES-EXIT.
               EXIT.

      * Los negativos se entregan en magnitud con signo, igual que la
      * conversion generalizada de la opcion 5 del conversor (el
      * complemento a 2 es cosa de los conversores de base fija).
      * Cada llamada se verifica contra la tabla de autorizaciones con
      * la clave que trae SRV-USUARIO (autorizaAcceso, que anota los
      * intentos negados en el log de violaciones): un llamador no
      * autorizado recibe SRV-ESTADO '50' y ninguna conversion, y la
      * clave viaja en AUD-USUARIO de las conversiones auditadas.
      * El centro de costo de SRV-CENTRO-COSTO (o, en blanco, el que
      * la tabla de autorizaciones tiene para la clave) viaja en
      * AUD-CENTRO-COSTO, para el cargo departamental.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. conversorServicio.

           *>Etiqueta 'Bnn' de la base de entrada para AUD-BASE
           01 servicio-base-texto PIC X(4).
           *>Centro de costo al que se carga la llamada
           01 centro-servicio PIC X(6).

           *>Area de comunicacion con la verificacion de
           *>autorizaciones (autorizaAcceso)
           COPY AUTCHK.

       LINKAGE SECTION.
           COPY CONVSRV.
               END-IF.
               MOVE '00' TO SRV-ESTADO.
               MOVE SPACES TO SRV-VALOR-SALIDA.
               PERFORM VERIFICA-LLAMADOR THRU VERIFICA-LLAMADOR-EXIT.
               IF SRV-ESTADO NOT = '00'
                   GOBACK
               END-IF.
               PERFORM CONVIERTE-VALOR THRU CONVIERTE-VALOR-EXIT.
               IF SRV-ESTADO = '00' AND SRV-AUDITA = 'S'
                   PERFORM AUDITA-SERVICIO THRU AUDITA-SERVICIO-EXIT
               END-IF.
               GOBACK.

      *Verifica que la clave del que llama (SRV-USUARIO) pueda usar
      *el servicio; si no, deja SRV-ESTADO '50'. La verificacion
      *guarda en memoria el renglon de la ultima clave, asi que un
      *programa que llama miles de veces no relee la tabla.
           VERIFICA-LLAMADOR.
               MOVE SRV-USUARIO TO AUC-USUARIO.
               MOVE 'conversorServicio' TO AUC-PROGRAMA.
               MOVE 'S' TO AUC-TIPO.
               MOVE 'SERVICIO' TO AUC-RECURSO.
               MOVE SPACES TO AUC-DETALLE.
               STRING 'B' SRV-BASE-ENTRADA '->B' SRV-BASE-SALIDA ' '
                   SRV-VALOR-ENTRADA DELIMITED BY SIZE
                   INTO AUC-DETALLE.
               CALL 'autorizaAcceso' USING AUTORIZA-CONSULTA-AREA.
               IF AUC-RESULTADO NOT = '00'
                   MOVE '50' TO SRV-ESTADO
               END-IF.
               IF SRV-CENTRO-COSTO NOT = SPACES
                   MOVE SRV-CENTRO-COSTO TO centro-servicio
               ELSE
                   MOVE AUC-CENTRO-COSTO TO centro-servicio
               END-IF.
           VERIFICA-LLAMADOR-EXIT.
               EXIT.

      *Conversion completa del valor del area de comunicacion:
      *bases, signo, parte entera por el metodo general a decimal,
      *fraccion por decimal puro, metodo del residuo a la base
               MOVE servicio-base-texto TO AUD-BASE.
               MOVE texto-resultado-final TO AUD-RESULTADO.
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
               MOVE SRV-USUARIO TO AUD-USUARIO.
               MOVE centro-servicio TO AUD-CENTRO-COSTO.
               WRITE AUDIT-LOG-RECORD.
               CLOSE AUDIT-LOG-FILE.
           AUDITA-SERVICIO-EXIT.

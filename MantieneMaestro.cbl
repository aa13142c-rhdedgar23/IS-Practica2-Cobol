      * los publico (decimales negativos y valores con punto de
      * base, los mismos que BATCH-CONSULTA-MAESTRO excluye) se
      * cuentan como no verificables y solo entran a la ocupacion.
      * El paso llama al servicio con la clave 'MANTMAES', que debe
      * estar dada de alta en la tabla de autorizaciones con permiso
      * de servicio; si el servicio la niega, los registros quedan
      * como no verificables, el reporte lo dice y el paso termina
      * cuando menos con RC=4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantieneMaestro.
           01 cta-coinciden PIC 9(8) VALUE 0.
           01 cta-discrepancias PIC 9(8) VALUE 0.
           01 cta-no-verificables PIC 9(8) VALUE 0.
           *>Verificaciones que el servicio nego por autorizacion
           01 cta-no-autorizadas PIC 9(8) VALUE 0.
           *>Clave con la que este paso llama al servicio
           01 clave-llamador PIC X(8) VALUE 'MANTMAES'.
           *>Bases numericas del registro en curso (0 = la base no
           *>la maneja el servicio de conversion)
           01 base-entrada-num PIC 9(2) VALUE 0.
               IF cta-discrepancias > 0 AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
               IF cta-no-autorizadas > 0 AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

               MOVE base-salida-num TO SRV-BASE-SALIDA.
               MOVE MST-VALOR-ENTRADA(1:100) TO SRV-VALOR-ENTRADA.
               MOVE 'N' TO SRV-AUDITA.
               MOVE clave-llamador TO SRV-USUARIO.
               MOVE SPACES TO SRV-CENTRO-COSTO.
               CALL 'conversorServicio' USING SERVICIO-CONV-AREA.
               IF SRV-ESTADO = '50'
                   ADD 1 TO cta-no-autorizadas
               END-IF.
               IF SRV-ESTADO NOT = '00'
                   SUBTRACT 1 FROM cta-verificados
                   ADD 1 TO cta-no-verificables
               STRING 'No verificables:         ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-no-autorizadas > 0
                   MOVE cta-no-autorizadas TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  negadas por autorizacion (clave '
                       clave-llamador '): ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Ocupacion por par de bases (sobrevivientes):'

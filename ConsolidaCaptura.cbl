      * Una captura presente pero vacia (DD DUMMY o dataset recien
      * asignado) se reporta como 'sin captura'; el aviso de sesion
      * caida solo aplica a capturas que aportaron registros.
      * Cada linea de auditoria trae la clave del operador y el
      * centro de costo de su sesion (AUD-USUARIO/AUD-CENTRO-COSTO),
      * asi que la mezcla no pierde de quien fue cada conversion; el
      * reporte muestra ademas el operador y el centro de cada
      * sesion.
      * RC=0 todo limpio, RC=4 alguna sesion con registros y sin
      * FIN-SESION, RC=8 una captura excede la tabla de mezcla
      * (consolide mas seguido) o fallo un archivo; con RC=8 no se
       DATA DIVISION.
        FILE SECTION.
        FD  AUDCAP1-FILE.
           01 AUDCAP1-RECORD PIC X(369).
        FD  AUDCAP2-FILE.
           01 AUDCAP2-RECORD PIC X(369).
        FD  AUDCAP3-FILE.
           01 AUDCAP3-RECORD PIC X(369).
        FD  AUDCAP4-FILE.
           01 AUDCAP4-RECORD PIC X(369).
        FD  SALCAP1-FILE.
           01 SALCAP1-RECORD PIC X(317).
        FD  SALCAP2-FILE.
               88 hay-fin-captura VALUE 'S'.
           *>Sesion en proceso (1 a 4) y linea recien leida
           01 sesion-actual PIC 9(1).
           01 linea-captura PIC X(369).
           *>Tabla de mezcla: las lineas de auditoria de cada sesion
           *>(sin los remates de FIN-SESION), con su cursor de
           *>mezcla. El trazado es el de AUDITREC; el timestamp vive
           *>en las posiciones 330-355, la clave del operador en las
           *>356-363 y el centro de costo en las 364-369.
           01 capturas.
               02 cap-sesion OCCURS 4.
                   03 cap-presente PIC X(1).
                   03 cap-aud-cuantos PIC 9(4).
                   03 cap-aud-cursor PIC 9(4).
                   03 cap-sal-cuantos PIC 9(8).
                   03 cap-usuario PIC X(8).
                   03 cap-centro PIC X(6).
                   03 cap-aud-linea OCCURS 2000 PIC X(369).
           *>Mezcla de k caminos: sesion ganadora de cada vuelta y
           *>el menor timestamp visto
           01 mezcla-ganadora PIC 9(1).
               MOVE 0 TO cap-aud-cuantos(sesion-actual).
               MOVE 1 TO cap-aud-cursor(sesion-actual).
               MOVE 0 TO cap-sal-cuantos(sesion-actual).
               MOVE SPACES TO cap-usuario(sesion-actual).
               MOVE SPACES TO cap-centro(sesion-actual).
           PREPARA-SESION-EXIT.
               EXIT.

      *remates 'FIN-SESION' no se guardan: marcan el cierre limpio
      *(vale el ultimo visto: una captura reusada por varias
      *sesiones encadenadas cierra bien si la ultima remato).
      *Operador y centro de costo de la sesion: los de la ultima
      *linea que los trae (el remate tambien los lleva).
           GUARDA-LINEA-AUD.
               IF linea-captura(356:8) NOT = SPACES
                   MOVE linea-captura(356:8)
                       TO cap-usuario(sesion-actual)
               END-IF.
               IF linea-captura(364:6) NOT = SPACES
                   MOVE linea-captura(364:6)
                       TO cap-centro(sesion-actual)
               END-IF.
               IF linea-captura(1:24) = 'FIN-SESION'
                   MOVE 'S' TO cap-cerro-bien(sesion-actual)
                   GO TO GUARDA-LINEA-AUD-EXIT
                   ELSE
                       MOVE 1 TO reporte-puntero
                       MOVE cap-aud-cuantos(busca) TO cuenta-edit
                       STRING 'Sesion ' busca ': operador '
                           cap-usuario(busca) ' centro '
                           cap-centro(busca) ', auditoria '
                           cuenta-edit
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                           WITH POINTER reporte-puntero

      * Reporte diario de violaciones de seguridad del conversor: lee
      * el log de violaciones (VIOLLOG, una linea por cada intento
      * que la tabla de autorizaciones nego en el conversor o en el
      * servicio de conversion) y lista los intentos del dia pedido,
      * con el desglose por clave de operador/trabajo y por tipo de
      * recurso (clave no registrada, opcion del Menu Principal,
      * codigo de registro de BATIN, servicio llamable), para que
      * auditoria vea quien intento usar que.
      * El dia va en el PARM como AAAAMMDD; sin PARM se reporta el dia
      * de hoy. RC=0 sin violaciones en el dia, RC=4 hubo violaciones,
      * RC=8 el PARM no es una fecha valida.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporteViolaciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Log de violaciones que escribe autorizaAcceso (mismo
           *>registro de VIOLREC)
           SELECT VIOLACION-FILE ASSIGN TO VIOLLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS violacion-estado.
           *>Listado del reporte de violaciones
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  VIOLACION-FILE.
           COPY VIOLREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 violacion-estado PIC X(2) VALUE '00'.
           *>Switch de fin de archivo del log de violaciones
           01 fin-violog PIC X(1) VALUE 'N'.
               88 hay-fin-violog VALUE 'S'.
           *>Dia reportado (AAAAMMDD) y su validacion
           01 fecha-reporte PIC X(8).
           01 fecha-cursor PIC 9(2).
           01 fecha-mes PIC 9(2).
           01 fecha-dia PIC 9(2).
           01 fecha-valida PIC X(1) VALUE 'S'.
               88 es-fecha-valida VALUE 'S'.
               88 es-fecha-invalida VALUE 'N'.
           *>Contadores del corte
           01 cta-leidas PIC 9(8) VALUE 0.
           01 cta-del-dia PIC 9(8) VALUE 0.
           *>Acumulados por tipo de recurso: 'U' clave no registrada,
           *>'M' opcion de menu, 'L' codigo de lote, 'S' servicio
           01 cta-tipo-u PIC 9(8) VALUE 0.
           01 cta-tipo-m PIC 9(8) VALUE 0.
           01 cta-tipo-l PIC 9(8) VALUE 0.
           01 cta-tipo-s PIC 9(8) VALUE 0.
           *>Acumulados por clave de operador/trabajo; la tabla se
           *>llena conforme aparecen claves nuevas
           01 cuantos-usuarios PIC 9(3) VALUE 0.
           01 tabla-usuarios.
               02 acum-usuario OCCURS 100.
                   03 acum-usuario-clave PIC X(8).
                   03 acum-usuario-cuenta PIC 9(8).
           01 usuarios-no-desglosados PIC 9(8) VALUE 0.
           01 busca PIC 9(4).
           01 encontrado PIC X(1).
               88 si-encontrado VALUE 'S'.
               88 no-encontrado VALUE 'N'.
           *>Descripcion del tipo para la linea de detalle
           01 tipo-texto PIC X(14).
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           *>Fecha y hora con separadores para el listado
           01 fecha-edit.
               02 fecha-edit-aaaa PIC X(4).
               02 FILLER PIC X(1) VALUE '-'.
               02 fecha-edit-mm PIC X(2).
               02 FILLER PIC X(1) VALUE '-'.
               02 fecha-edit-dd PIC X(2).
           01 hora-edit.
               02 hora-edit-hh PIC X(2).
               02 FILLER PIC X(1) VALUE ':'.
               02 hora-edit-mm PIC X(2).
               02 FILLER PIC X(1) VALUE ':'.
               02 hora-edit-ss PIC X(2).
           *>Codigo de retorno: 0 sin violaciones, 4 hubo, 8 PARM
           *>invalido
           01 codigo-retorno PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: dia AAAAMMDD
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor del reporte: valida el dia pedido, recorre el log
      *completo quedandose con las lineas de ese dia y al final
      *imprime los desgloses y pone el codigo de retorno.
           VIOLACIONES-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               PERFORM VALIDA-FECHA THRU VALIDA-FECHA-EXIT.
               MOVE fecha-reporte(1:4) TO fecha-edit-aaaa.
               MOVE fecha-reporte(5:2) TO fecha-edit-mm.
               MOVE fecha-reporte(7:2) TO fecha-edit-dd.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Violaciones de seguridad del conversor '
                   'del ' fecha-edit ' ===' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF es-fecha-invalida
                   DISPLAY 'ERROR: PARM invalido, se espera AAAAMMDD'
                   MOVE 'PARM invalido; se espera el dia como AAAAMMDD'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE REPORTE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Hora     Clave    Programa                 '
                   'Tipo           Recurso  Detalle'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
      *>un log que no existe todavia es un log sin violaciones
               OPEN INPUT VIOLACION-FILE.
               IF violacion-estado NOT = '00'
                   MOVE 'S' TO fin-violog
               END-IF.
               PERFORM UNTIL hay-fin-violog
                   READ VIOLACION-FILE
                       AT END
                           MOVE 'S' TO fin-violog
                       NOT AT END
                           ADD 1 TO cta-leidas
                           IF VIO-TIMESTAMP(1:8) = fecha-reporte
                               PERFORM LISTA-VIOLACION
                                   THRU LISTA-VIOLACION-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               IF violacion-estado = '00' OR violacion-estado = '10'
                   CLOSE VIOLACION-FILE
               END-IF.
               PERFORM IMPRIME-TOTALES THRU IMPRIME-TOTALES-EXIT.
               CLOSE REPORTE-FILE.
               IF cta-del-dia > 0
                   MOVE 4 TO codigo-retorno
               END-IF.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Toma el dia del PARM (AAAAMMDD) o, sin PARM, el de hoy, y
      *verifica que sean ocho digitos con mes y dia en rango.
           VALIDA-FECHA.
               SET es-fecha-valida TO TRUE.
               IF PARM-LEN = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-reporte
                   GO TO VALIDA-FECHA-EXIT
               END-IF.
               MOVE SPACES TO fecha-reporte.
               IF PARM-LEN NOT = 8
                   SET es-fecha-invalida TO TRUE
                   GO TO VALIDA-FECHA-EXIT
               END-IF.
               MOVE PARM-TEXT(1:8) TO fecha-reporte.
               MOVE 1 TO fecha-cursor.
               PERFORM UNTIL fecha-cursor > 8
                   IF fecha-reporte(fecha-cursor:1) < '0'
                           OR fecha-reporte(fecha-cursor:1) > '9'
                       SET es-fecha-invalida TO TRUE
                       MOVE 8 TO fecha-cursor
                   END-IF
                   ADD 1 TO fecha-cursor
               END-PERFORM.
               IF es-fecha-invalida
                   GO TO VALIDA-FECHA-EXIT
               END-IF.
               MOVE fecha-reporte(5:2) TO fecha-mes.
               MOVE fecha-reporte(7:2) TO fecha-dia.
               IF fecha-mes < 1 OR fecha-mes > 12
                       OR fecha-dia < 1 OR fecha-dia > 31
                   SET es-fecha-invalida TO TRUE
               END-IF.
           VALIDA-FECHA-EXIT.
               EXIT.

      *Lista un intento negado del dia y lo acumula por tipo y por
      *clave.
           LISTA-VIOLACION.
               ADD 1 TO cta-del-dia.
               EVALUATE VIO-TIPO
                   WHEN 'U'
                       MOVE 'CLAVE/TABLA' TO tipo-texto
                       ADD 1 TO cta-tipo-u
                   WHEN 'M'
                       MOVE 'OPCION MENU' TO tipo-texto
                       ADD 1 TO cta-tipo-m
                   WHEN 'L'
                       MOVE 'CODIGO LOTE' TO tipo-texto
                       ADD 1 TO cta-tipo-l
                   WHEN 'S'
                       MOVE 'SERVICIO' TO tipo-texto
                       ADD 1 TO cta-tipo-s
                   WHEN OTHER
                       MOVE VIO-TIPO TO tipo-texto
               END-EVALUATE.
               MOVE VIO-TIMESTAMP(9:2) TO hora-edit-hh.
               MOVE VIO-TIMESTAMP(11:2) TO hora-edit-mm.
               MOVE VIO-TIMESTAMP(13:2) TO hora-edit-ss.
               MOVE SPACES TO REPORTE-LINEA.
               STRING hora-edit ' ' VIO-USUARIO ' ' VIO-PROGRAMA ' '
                   tipo-texto ' ' VIO-RECURSO ' ' VIO-DETALLE
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               SET no-encontrado TO TRUE.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantos-usuarios
                       OR si-encontrado
                   IF acum-usuario-clave(busca) = VIO-USUARIO
                       SET si-encontrado TO TRUE
                   ELSE
                       ADD 1 TO busca
                   END-IF
               END-PERFORM.
               IF no-encontrado AND cuantos-usuarios < 100
                   ADD 1 TO cuantos-usuarios
                   MOVE cuantos-usuarios TO busca
                   MOVE VIO-USUARIO TO acum-usuario-clave(busca)
                   MOVE 0 TO acum-usuario-cuenta(busca)
                   SET si-encontrado TO TRUE
               END-IF.
               IF si-encontrado
                   ADD 1 TO acum-usuario-cuenta(busca)
               ELSE
                   ADD 1 TO usuarios-no-desglosados
               END-IF.
           LISTA-VIOLACION-EXIT.
               EXIT.

      *Imprime los desgloses por clave y por tipo y el total del dia.
           IMPRIME-TOTALES.
               IF cta-del-dia = 0
                   MOVE '  (sin violaciones en el dia)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Violaciones por clave:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantos-usuarios
                   MOVE acum-usuario-cuenta(busca) TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  ' acum-usuario-clave(busca)
                       '               ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO busca
               END-PERFORM.
               IF usuarios-no-desglosados > 0
                   MOVE usuarios-no-desglosados TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  (no desglosadas por clave '
                       cuenta-edit ')'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Violaciones por tipo:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-tipo-u TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Clave no registrada/tabla  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-tipo-m TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Opcion del Menu Principal  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-tipo-l TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Codigo de registro BATIN   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-tipo-s TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Servicio de conversion     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-del-dia TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Total de violaciones del dia: ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-leidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Lineas leidas del log:        ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-TOTALES-EXIT.
               EXIT.

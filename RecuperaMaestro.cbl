      * Recuperacion del maestro de conversiones (CONVMST) desde un
      * respaldo de respaldaMaestro. El paso:
      * (a) recarga el respaldo elegido (RESPALDO) sobre el cluster
      *     recien definido, recalculando la cuenta, la primera y la
      *     ultima llave y la suma de control; si no cuadran con el
      *     pie 'TR' del respaldo (respaldo truncado o danado) se
      *     detiene con RC=8 y no aplica nada mas;
      * (b) vuelve a aplicar la actividad posterior al respaldo: cada
      *     registro de SALCONV con fecha de corrida igual o posterior
      *     a la fecha del respaldo se da de alta (o se reescribe)
      *     en el maestro con la misma llave y el mismo valor
      *     normalizado que usa cargaMaestro, que es lo que el PASO4
      *     de CONVBAT le hizo al maestro en vivo. SALCONV solo lleva
      *     la fecha de la corrida, asi que los registros del mismo
      *     dia del respaldo se vuelven a aplicar; como la carga es
      *     idempotente, los que ya estaban en el respaldo solo se
      *     reescriben con el mismo resultado. Las operaciones de
      *     misma base no van al maestro y se saltan;
      * (c) cuenta en AUDITLOG la actividad desde el respaldo y la
      *     cuadra contra SALCONV: cada conversion auditada publica
      *     un registro de SALCONV, salvo las del servicio llamable
      *     (SERVICIO-CONVERSION), que solo se auditan;
      * (d) barre el maestro recuperado y prueba que tiene los
      *     registros recargados mas las altas aplicadas.
      * Si ya se cerro un periodo despues del respaldo, el JCL debe
      * concatenar los SALARCH/AUDARCH de esos meses antes de los
      * datasets en vivo. Las purgas de mantieneMaestro posteriores
      * al respaldo no dejan rastro en SALCONV, asi que los registros
      * purgados regresan con la recarga; la siguiente corrida de
      * mantieneMaestro los vuelve a purgar.
      * Con PARM 'V' solo valida el respaldo: lo lee completo y
      * hace los cuadres de (a) contra el pie (cuenta, rango y suma
      * de control de las llaves, llaves en orden y sin repetir) sin
      * abrir el maestro, para que el JCL no borre el cluster en vivo
      * con un respaldo que no va a poder recargar. Sin PARM hace la
      * recuperacion completa.
      * Termina con RETURN-CODE 0 (todo cuadra), 4 (el maestro quedo
      * recuperado pero AUDITLOG no cuadra con SALCONV o no esta) u 8
      * (respaldo invalido, PARM invalido, error de archivo o el
      * maestro final no cuadra: no debe liberarse a produccion). En
      * la validacion, 0 es respaldo valido y 8 respaldo invalido.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. recuperaMaestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Respaldo secuencial elegido para la recarga
           SELECT RESPALDO-FILE ASSIGN TO RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS respaldo-estado.
           SELECT MAESTRO-CONV-FILE ASSIGN TO CONVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-LLAVE
               FILE STATUS IS maestro-estado.
           SELECT SALIDA-CONV-FILE ASSIGN TO SALCONV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS salconv-estado.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditlog-estado.
           *>Listado del reporte de recuperacion
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  RESPALDO-FILE.
           COPY RESGREC.

        FD  MAESTRO-CONV-FILE.
           COPY MAESTREC.

        FD  SALIDA-CONV-FILE.
           COPY SALIDREC.

        FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 respaldo-estado PIC X(2) VALUE '00'.
           01 maestro-estado PIC X(2) VALUE '00'.
           01 salconv-estado PIC X(2) VALUE '00'.
           01 auditlog-estado PIC X(2) VALUE '00'.
           01 fin-respaldo PIC X(1) VALUE 'N'.
               88 hay-fin-respaldo VALUE 'S'.
           01 fin-maestro PIC X(1) VALUE 'N'.
               88 hay-fin-maestro VALUE 'S'.
           01 fin-salconv PIC X(1) VALUE 'N'.
               88 hay-fin-salconv VALUE 'S'.
           01 fin-auditlog PIC X(1) VALUE 'N'.
               88 hay-fin-auditlog VALUE 'S'.
           *>Pie del respaldo leido (el respaldo no esta truncado)
           01 pie-leido PIC X(1) VALUE 'N'.
               88 hay-pie VALUE 'S'.
           01 hay-auditlog PIC X(1) VALUE 'S'.
               88 sin-auditlog VALUE 'N'.
           *>Momento del respaldo (cabecera) y su fecha
           01 timestamp-respaldo PIC X(14) VALUE SPACES.
           01 fecha-respaldo PIC X(8) VALUE SPACES.
           *>Totales de control del pie del respaldo
           01 pie-registros PIC 9(9) VALUE 0.
           01 pie-suma PIC 9(15) VALUE 0.
           01 pie-primera PIC X(204) VALUE SPACES.
           01 pie-ultima PIC X(204) VALUE SPACES.
           *>Los mismos totales recalculados al recargar
           01 cta-recargados PIC 9(9) VALUE 0.
           01 suma-control PIC 9(15) VALUE 0.
           01 suma-cursor PIC 9(3).
           01 llave-primera PIC X(204) VALUE SPACES.
           01 llave-ultima PIC X(204) VALUE SPACES.
           01 cta-recarga-errores PIC 9(8) VALUE 0.
           01 cta-tipo-invalido PIC 9(8) VALUE 0.
           *>Texto de trabajo para justificar la llave y normalizar
           *>el valor, el mismo criterio que usa cargaMaestro
           01 texto-llave PIC X(200).
           01 texto-llave-aux PIC X(200).
           01 llave-cursor PIC 9(3).
           01 llave-destino PIC 9(3).
           *>Contadores de la reaplicacion de SALCONV
           01 cta-sal-leidos PIC 9(9) VALUE 0.
           01 cta-sal-anteriores PIC 9(9) VALUE 0.
           01 cta-sal-posteriores PIC 9(9) VALUE 0.
           01 cta-altas PIC 9(9) VALUE 0.
           01 cta-reescritos PIC 9(9) VALUE 0.
           01 cta-saltados PIC 9(9) VALUE 0.
           01 cta-alta-errores PIC 9(9) VALUE 0.
           *>Contadores de la actividad en AUDITLOG
           01 cta-aud-leidos PIC 9(9) VALUE 0.
           01 cta-aud-desde-fecha PIC 9(9) VALUE 0.
           01 cta-aud-servicio PIC 9(9) VALUE 0.
           01 cta-aud-publicados PIC 9(9) VALUE 0.
           01 cta-aud-posteriores PIC 9(9) VALUE 0.
           01 cta-aud-servidos PIC 9(9) VALUE 0.
           *>Barrida final del maestro recuperado
           01 cta-final PIC 9(9) VALUE 0.
           01 cta-esperados PIC 9(9) VALUE 0.
           01 cuenta-edit PIC ZZZ,ZZZ,ZZ9.
           01 suma-edit PIC Z(14)9.
           01 resultado-cuadre PIC X(10).
           *>Llaves del respaldo fuera de orden o repetidas
           01 cta-fuera-orden PIC 9(8) VALUE 0.
           *>Modo del paso segun el PARM: R recupera (sin PARM), V
           *>solo valida el respaldo sin tocar el maestro
           01 modo-paso PIC X(1) VALUE 'R'.
               88 solo-valida VALUE 'V'.
           *>Codigo de retorno del paso: 0 todo cuadra, 4 actividad
           *>sin cuadrar, 8 respaldo invalido o maestro sin cuadrar
           01 codigo-retorno PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: 'V' o nada
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor de la recuperacion: recarga y cuadra el respaldo,
      *vuelve a aplicar SALCONV, cuenta AUDITLOG, barre el maestro
      *recuperado e imprime el reporte de cuadre. Con PARM 'V' solo
      *cuadra el respaldo contra su pie.
           RECUPERA-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Recuperacion del maestro de conversiones '
                   '===' DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF PARM-LEN > 0
                   IF PARM-LEN = 1 AND PARM-TEXT(1:1) = 'V'
                       MOVE 'V' TO modo-paso
                   ELSE
                       MOVE SPACES TO REPORTE-LINEA
                       STRING 'ERROR: el PARM debe ser V (solo '
                           'validar el respaldo) o venir vacio; no '
                           'se hizo nada' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       CLOSE REPORTE-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               IF solo-valida
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Solo validacion del respaldo (PARM V): '
                       'el maestro no se abre ni se toca'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               PERFORM RECARGA-RESPALDO THRU RECARGA-RESPALDO-EXIT.
               IF codigo-retorno = 8 OR solo-valida
                   GO TO RECUPERA-FIN
               END-IF.
               PERFORM REAPLICA-SALCONV THRU REAPLICA-SALCONV-EXIT.
               IF codigo-retorno = 8
                   GO TO RECUPERA-FIN
               END-IF.
               PERFORM CUENTA-AUDITLOG THRU CUENTA-AUDITLOG-EXIT.
               PERFORM BARRE-MAESTRO THRU BARRE-MAESTRO-EXIT.
           RECUPERA-FIN.
               PERFORM IMPRIME-REPORTE THRU IMPRIME-REPORTE-EXIT.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Recarga el respaldo: exige la cabecera al principio, escribe
      *cada registro 'MS' en el maestro vacio acumulando los totales
      *de control y los compara contra el pie 'TR'. Al solo validar
      *hace los mismos cuadres sin abrir el maestro.
           RECARGA-RESPALDO.
               OPEN INPUT RESPALDO-FILE.
               IF respaldo-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el respaldo, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' respaldo-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El respaldo no esta disponible; no se '
                       'recupero nada' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO RECARGA-RESPALDO-EXIT
               END-IF.
               READ RESPALDO-FILE
                   AT END MOVE 'S' TO fin-respaldo
               END-READ.
               IF hay-fin-respaldo OR NOT RSG-ES-CABECERA
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El respaldo no empieza con cabecera HD; '
                       'no se recupero nada' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE RESPALDO-FILE
                   MOVE 8 TO codigo-retorno
                   GO TO RECARGA-RESPALDO-EXIT
               END-IF.
               MOVE RSG-HD-TIMESTAMP TO timestamp-respaldo.
               MOVE timestamp-respaldo(1:8) TO fecha-respaldo.
               IF solo-valida
                   GO TO RECARGA-RESPALDO-LEE
               END-IF.
               OPEN OUTPUT MAESTRO-CONV-FILE.
               IF maestro-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' maestro-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El maestro no abrio para la recarga; no '
                       'se recupero nada' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE RESPALDO-FILE
                   MOVE 8 TO codigo-retorno
                   GO TO RECARGA-RESPALDO-EXIT
               END-IF.
           RECARGA-RESPALDO-LEE.
               PERFORM UNTIL hay-fin-respaldo OR hay-pie
                   READ RESPALDO-FILE
                       AT END MOVE 'S' TO fin-respaldo
                       NOT AT END
                           PERFORM RECARGA-REGISTRO
                               THRU RECARGA-REGISTRO-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RESPALDO-FILE.
               IF NOT solo-valida
                   CLOSE MAESTRO-CONV-FILE
               END-IF.
               IF NOT hay-pie
                   MOVE 'Respaldo sin pie TR: esta truncado'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO RECARGA-RESPALDO-EXIT
               END-IF.
               IF cta-recargados NOT = pie-registros
                       OR suma-control NOT = pie-suma
                       OR llave-primera NOT = pie-primera
                       OR llave-ultima NOT = pie-ultima
                       OR cta-recarga-errores > 0
                       OR cta-tipo-invalido > 0
                       OR cta-fuera-orden > 0
                   MOVE 8 TO codigo-retorno
               END-IF.
           RECARGA-RESPALDO-EXIT.
               EXIT.

      *Atiende un renglon del respaldo: 'MS' se escribe en el
      *maestro (al solo validar no se escribe), 'TR' guarda los
      *totales del pie y termina la recarga. respaldaMaestro descarga
      *en orden de llave, asi que una llave que no es mayor que la
      *anterior indica un respaldo danado.
           RECARGA-REGISTRO.
               EVALUATE TRUE
                   WHEN RSG-ES-MAESTRO
                       MOVE RSG-MS-IMAGEN TO MAESTRO-CONV-RECORD
                       IF cta-recargados > 0
                               AND MST-LLAVE NOT > llave-ultima
                           DISPLAY 'ERROR: llave fuera de orden o '
                               'repetida en el respaldo'
                           ADD 1 TO cta-fuera-orden
                           GO TO RECARGA-REGISTRO-EXIT
                       END-IF
                       IF NOT solo-valida
                           WRITE MAESTRO-CONV-RECORD
                           IF maestro-estado NOT = '00'
                               DISPLAY 'ERROR: fallo la recarga, '
                                   'estado ' maestro-estado
                               ADD 1 TO cta-recarga-errores
                               GO TO RECARGA-REGISTRO-EXIT
                           END-IF
                       END-IF
                       ADD 1 TO cta-recargados
                       IF cta-recargados = 1
                           MOVE MST-LLAVE TO llave-primera
                       END-IF
                       MOVE MST-LLAVE TO llave-ultima
                       PERFORM SUMA-LLAVE THRU SUMA-LLAVE-EXIT
                   WHEN RSG-ES-PIE
                       MOVE RSG-TR-REGISTROS TO pie-registros
                       MOVE RSG-TR-SUMA TO pie-suma
                       MOVE RSG-TR-PRIMERA TO pie-primera
                       MOVE RSG-TR-ULTIMA TO pie-ultima
                       MOVE 'S' TO pie-leido
                   WHEN OTHER
                       ADD 1 TO cta-tipo-invalido
               END-EVALUATE.
           RECARGA-REGISTRO-EXIT.
               EXIT.

      *Acumula la llave en curso a la suma de control, con el mismo
      *calculo de respaldaMaestro.
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

      *Vuelve a aplicar al maestro recargado las conversiones de
      *SALCONV publicadas desde la fecha del respaldo.
           REAPLICA-SALCONV.
               OPEN I-O MAESTRO-CONV-FILE.
               IF maestro-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo reabrir el maestro, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' maestro-estado
                   MOVE 8 TO codigo-retorno
                   GO TO REAPLICA-SALCONV-EXIT
               END-IF.
               OPEN INPUT SALIDA-CONV-FILE.
               IF salconv-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir SALCONV, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' salconv-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'SALCONV no esta disponible; el maestro '
                       'quedo solo con el respaldo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE MAESTRO-CONV-FILE
                   MOVE 8 TO codigo-retorno
                   GO TO REAPLICA-SALCONV-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-salconv
                   READ SALIDA-CONV-FILE
                       AT END
                           MOVE 'S' TO fin-salconv
                       NOT AT END
                           ADD 1 TO cta-sal-leidos
                           PERFORM REAPLICA-REGISTRO
                               THRU REAPLICA-REGISTRO-EXIT
                   END-READ
               END-PERFORM.
               CLOSE SALIDA-CONV-FILE.
               CLOSE MAESTRO-CONV-FILE.
               IF cta-alta-errores > 0
                   MOVE 8 TO codigo-retorno
               END-IF.
           REAPLICA-SALCONV-EXIT.
               EXIT.

      *Da de alta (o reescribe) en el maestro una conversion de
      *SALCONV posterior al respaldo, como cargaMaestro; las de misma
      *base no van al maestro y las anteriores ya estan en el.
           REAPLICA-REGISTRO.
               IF SAL-FECHA-CORRIDA < fecha-respaldo
                   ADD 1 TO cta-sal-anteriores
                   GO TO REAPLICA-REGISTRO-EXIT
               END-IF.
               ADD 1 TO cta-sal-posteriores.
               IF SAL-BASE-ENTRADA = SAL-BASE-SALIDA
                   ADD 1 TO cta-saltados
                   GO TO REAPLICA-REGISTRO-EXIT
               END-IF.
               MOVE SAL-VALOR-ENTRADA TO texto-llave.
               PERFORM JUSTIFICA-LLAVE THRU JUSTIFICA-LLAVE-EXIT.
               MOVE SAL-BASE-ENTRADA TO MST-BASE-ENTRADA.
               MOVE texto-llave TO MST-VALOR-ENTRADA.
               MOVE SAL-BASE-SALIDA TO MST-BASE-SALIDA.
      *>el valor publicado puede traer el relleno y la agrupacion
      *>del perfil; se guarda crudo, como lo deja cargaMaestro
               MOVE SAL-VALOR-SALIDA TO texto-llave.
               PERFORM COMPACTA-VALOR THRU COMPACTA-VALOR-EXIT.
               PERFORM NORMALIZA-VALOR THRU NORMALIZA-VALOR-EXIT.
               MOVE texto-llave TO MST-VALOR-SALIDA.
               MOVE SAL-FECHA-CORRIDA TO MST-FECHA-CORRIDA.
               WRITE MAESTRO-CONV-RECORD.
               EVALUATE maestro-estado
                   WHEN '00'
                       ADD 1 TO cta-altas
                   WHEN '22'
                       REWRITE MAESTRO-CONV-RECORD
                       IF maestro-estado = '00'
                           ADD 1 TO cta-reescritos
                       ELSE
                           DISPLAY 'ERROR: fallo la reescritura, '
                               'estado ' maestro-estado
                           ADD 1 TO cta-alta-errores
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ERROR: fallo el alta, estado '
                           maestro-estado
                       ADD 1 TO cta-alta-errores
               END-EVALUATE.
           REAPLICA-REGISTRO-EXIT.
               EXIT.

      *Cuenta la actividad auditada desde el respaldo: por fecha,
      *para cuadrar contra SALCONV, y por timestamp exacto, para
      *mostrar cuanto se hizo despues de la descarga.
           CUENTA-AUDITLOG.
               OPEN INPUT AUDIT-LOG-FILE.
               IF auditlog-estado NOT = '00'
                   MOVE 'N' TO hay-auditlog
                   IF codigo-retorno < 4
                       MOVE 4 TO codigo-retorno
                   END-IF
                   GO TO CUENTA-AUDITLOG-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-auditlog
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'S' TO fin-auditlog
                       NOT AT END
                           ADD 1 TO cta-aud-leidos
                           PERFORM CUENTA-AUDITORIA
                               THRU CUENTA-AUDITORIA-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-LOG-FILE.
               IF cta-aud-publicados NOT = cta-sal-posteriores
                       AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
           CUENTA-AUDITLOG-EXIT.
               EXIT.

      *Clasifica un registro de AUDITLOG respecto del respaldo.
           CUENTA-AUDITORIA.
               IF AUD-TIMESTAMP(1:8) < fecha-respaldo
                       OR AUD-PARRAFO = 'FIN-SESION'
                   GO TO CUENTA-AUDITORIA-EXIT
               END-IF.
               ADD 1 TO cta-aud-desde-fecha.
               IF AUD-PARRAFO = 'SERVICIO-CONVERSION'
                   ADD 1 TO cta-aud-servicio
               ELSE
                   ADD 1 TO cta-aud-publicados
               END-IF.
               IF AUD-TIMESTAMP(1:14) > timestamp-respaldo
                   ADD 1 TO cta-aud-posteriores
                   IF AUD-PARRAFO = 'MAESTRO-CONVERSION'
                       ADD 1 TO cta-aud-servidos
                   END-IF
               END-IF.
           CUENTA-AUDITORIA-EXIT.
               EXIT.

      *Barre el maestro recuperado y lo cuadra contra lo recargado
      *mas las altas aplicadas.
           BARRE-MAESTRO.
               OPEN INPUT MAESTRO-CONV-FILE.
               IF maestro-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir el maestro, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' maestro-estado
                   MOVE 8 TO codigo-retorno
                   GO TO BARRE-MAESTRO-EXIT
               END-IF.
               MOVE LOW-VALUES TO MST-LLAVE.
               START MAESTRO-CONV-FILE KEY NOT LESS THAN MST-LLAVE
                   INVALID KEY MOVE 'S' TO fin-maestro
               END-START.
               PERFORM UNTIL hay-fin-maestro
                   READ MAESTRO-CONV-FILE NEXT RECORD
                       AT END MOVE 'S' TO fin-maestro
                       NOT AT END ADD 1 TO cta-final
                   END-READ
               END-PERFORM.
               CLOSE MAESTRO-CONV-FILE.
               COMPUTE cta-esperados = cta-recargados + cta-altas.
               IF cta-final NOT = cta-esperados
                   MOVE 8 TO codigo-retorno
               END-IF.
           BARRE-MAESTRO-EXIT.
               EXIT.

      *Justifica texto-llave a la izquierda (los valores decimales
      *editados vienen con blancos al frente), igual que
      *cargaMaestro, para que la llave coincida con la del maestro.
           JUSTIFICA-LLAVE.
               MOVE 1 TO llave-cursor.
               PERFORM UNTIL llave-cursor > 200
                       OR texto-llave(llave-cursor:1) NOT = ' '
                   ADD 1 TO llave-cursor
               END-PERFORM.
               IF llave-cursor > 200
                   MOVE SPACES TO texto-llave
               ELSE
                   IF llave-cursor > 1
                       MOVE texto-llave(llave-cursor:
                           201 - llave-cursor) TO texto-llave-aux
                       MOVE texto-llave-aux TO texto-llave
                   END-IF
               END-IF.
           JUSTIFICA-LLAVE-EXIT.
               EXIT.

      *Compacta texto-llave quitando todos los blancos (agrupacion
      *de digitos del perfil).
           COMPACTA-VALOR.
               MOVE SPACES TO texto-llave-aux.
               MOVE 0 TO llave-destino.
               MOVE 1 TO llave-cursor.
               PERFORM UNTIL llave-cursor > 200
                   IF texto-llave(llave-cursor:1) NOT = ' '
                       ADD 1 TO llave-destino
                       MOVE texto-llave(llave-cursor:1)
                           TO texto-llave-aux(llave-destino:1)
                   END-IF
                   ADD 1 TO llave-cursor
               END-PERFORM.
               MOVE texto-llave-aux TO texto-llave.
           COMPACTA-VALOR-EXIT.
               EXIT.

      *Descarta los ceros a la izquierda de texto-llave (relleno del
      *perfil), respetando el signo '-' y dejando siempre un digito
      *antes del punto de base o del final, como cargaMaestro.
           NORMALIZA-VALOR.
               MOVE SPACES TO texto-llave-aux.
               MOVE 0 TO llave-destino.
               MOVE 1 TO llave-cursor.
               IF texto-llave(1:1) = '-'
                   MOVE 1 TO llave-destino
                   MOVE '-' TO texto-llave-aux(1:1)
                   MOVE 2 TO llave-cursor
               END-IF.
               PERFORM UNTIL llave-cursor NOT LESS THAN 199
                       OR texto-llave(llave-cursor:1) NOT = '0'
                       OR texto-llave(llave-cursor + 1:1) = ' '
                       OR texto-llave(llave-cursor + 1:1) = '.'
                   ADD 1 TO llave-cursor
               END-PERFORM.
               PERFORM UNTIL llave-cursor > 200
                       OR texto-llave(llave-cursor:1) = ' '
                   ADD 1 TO llave-destino
                   MOVE texto-llave(llave-cursor:1)
                       TO texto-llave-aux(llave-destino:1)
                   ADD 1 TO llave-cursor
               END-PERFORM.
               MOVE texto-llave-aux TO texto-llave.
           NORMALIZA-VALOR-EXIT.
               EXIT.

      *Reporte de cuadre de la recuperacion: respaldo contra pie,
      *reaplicacion de SALCONV, actividad de AUDITLOG y maestro
      *final, cada cuadre con su resultado.
           IMPRIME-REPORTE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Timestamp del respaldo:    ' timestamp-respaldo
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF solo-valida
                   MOVE 'Validacion del respaldo:' TO REPORTE-LINEA
               ELSE
                   MOVE 'Recarga del respaldo:' TO REPORTE-LINEA
               END-IF.
               WRITE REPORTE-LINEA.
               MOVE pie-registros TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros segun el pie:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-recargados TO cuenta-edit.
               IF cta-recargados = pie-registros
                   MOVE 'CUADRA' TO resultado-cuadre
               ELSE
                   MOVE 'NO CUADRA' TO resultado-cuadre
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros recargados:    ' cuenta-edit
                   '   ' resultado-cuadre
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE pie-suma TO suma-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Suma de control del pie: ' suma-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE suma-control TO suma-edit.
               IF suma-control = pie-suma
                   MOVE 'CUADRA' TO resultado-cuadre
               ELSE
                   MOVE 'NO CUADRA' TO resultado-cuadre
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Suma de control recarga: ' suma-edit
                   ' ' resultado-cuadre
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF llave-primera = pie-primera
                       AND llave-ultima = pie-ultima
                   MOVE 'CUADRA' TO resultado-cuadre
               ELSE
                   MOVE 'NO CUADRA' TO resultado-cuadre
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Rango de llaves:         ' resultado-cuadre
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-recarga-errores > 0
                   MOVE cta-recarga-errores TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Errores al recargar:     ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF cta-tipo-invalido > 0
                   MOVE cta-tipo-invalido TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Renglones de tipo invalido:' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF cta-fuera-orden > 0
                   MOVE cta-fuera-orden TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Llaves fuera de orden:   ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF solo-valida
                   MOVE SPACES TO REPORTE-LINEA
                   IF codigo-retorno = 0
                       STRING 'Respaldo valido: se puede borrar y '
                           'recargar el maestro' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                   ELSE
                       STRING 'RESPALDO INVALIDO: no borre el '
                           'maestro; elija otro respaldo'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                   END-IF
                   WRITE REPORTE-LINEA
                   GO TO IMPRIME-REPORTE-EXIT
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Reaplicacion de SALCONV desde el '
                   fecha-respaldo ':' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sal-leidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros leidos:        ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sal-anteriores TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Anteriores al respaldo:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sal-posteriores TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Desde el respaldo:       ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-altas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    altas en el maestro:   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-reescritos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    reescritos:            ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-saltados TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    misma base (saltados): ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-alta-errores > 0
                   MOVE cta-alta-errores TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '    errores de carga:      ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Actividad en AUDITLOG:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF sin-auditlog
                   MOVE '  AUDITLOG no esta disponible; la actividad '
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE '  no se pudo cuadrar contra SALCONV'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               ELSE
                   PERFORM IMPRIME-AUDITLOG
                       THRU IMPRIME-AUDITLOG-EXIT
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Maestro recuperado:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-esperados TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Recargados + altas:      ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-final TO cuenta-edit.
               IF cta-final = cta-esperados
                   MOVE 'CUADRA' TO resultado-cuadre
               ELSE
                   MOVE 'NO CUADRA' TO resultado-cuadre
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros en el maestro: ' cuenta-edit
                   '   ' resultado-cuadre
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               EVALUATE codigo-retorno
                   WHEN 0
                       STRING 'Recuperacion completa: todos los '
                           'cuadres dan' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                   WHEN 4
                       STRING 'Maestro recuperado; la actividad de '
                           'AUDITLOG no cuadra con SALCONV, revisar '
                           'capturas sin consolidar o archivos no '
                           'concatenados' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                   WHEN OTHER
                       STRING 'RECUPERACION FALLIDA: el maestro no '
                           'debe liberarse a produccion'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
               END-EVALUATE.
               WRITE REPORTE-LINEA.
           IMPRIME-REPORTE-EXIT.
               EXIT.

      *Detalle de la actividad de AUDITLOG y su cuadre contra las
      *publicaciones de SALCONV desde la fecha del respaldo.
           IMPRIME-AUDITLOG.
               MOVE cta-aud-leidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros leidos:        ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-desde-fecha TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Desde el respaldo:       ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-servicio TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    servicio llamable:     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-publicados TO cuenta-edit.
               IF cta-aud-publicados = cta-sal-posteriores
                   MOVE 'CUADRA' TO resultado-cuadre
               ELSE
                   MOVE 'NO CUADRA' TO resultado-cuadre
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    publicadas en SALCONV: ' cuenta-edit
                   '   ' resultado-cuadre
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-posteriores TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Despues de la descarga:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-aud-servidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    servidas del maestro:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-AUDITLOG-EXIT.
               EXIT.

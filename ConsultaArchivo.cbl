      * Consulta de los archivos historicos del conversor: una vez
      * que cierrePeriodo corta un mes a PROD.CONVERSOR.SALARCH.Daaaamm
      * y PROD.CONVERSOR.AUDARCH.Daaaamm, reporteConversiones y la
      * opcion 7 del conversor ya no lo ven, y auditoria pregunta
      * seguido que se publico para un valor o todo lo que se
      * convirtio desde una base en un mes pasado. Este programa busca
      * en un rango de archivos fechados (concatenados en los DD
      * SALARCH y AUDARCH, en cualquier orden) los registros que
      * cumplen los criterios del dataset CRITERIO y los lista con el
      * archivo de donde sale cada uno; el archivo se deduce del mes
      * de la fecha del registro, que es el mismo con el que el
      * cierre lo corto.
      * CRITERIO trae renglones CLAVE=VALOR (igual que el dataset
      * PERFIL del conversor; '*' en la columna 1 es comentario) y
      * todos los criterios dados deben cumplirse:
      *   ENTRADA=valor  valor de entrada (SAL-VALOR-ENTRADA y
      *                  AUD-ENTRADA)
      *   SALIDA=valor   valor de salida publicado (SAL-VALOR-SALIDA)
      *                  y resultado auditado (AUD-RESULTADO)
      *   BASE=xxx       base de entrada (SAL-BASE-ENTRADA y
      *                  AUD-BASE: BIN, OCT, DEC, HEX, TXT, ...)
      *   DESDE=aaaammdd y HASTA=aaaammdd  rango de fechas de corrida
      *   EXTRACTO=S     copia las coincidencias de SALARCH al
      *                  dataset EXTRACTO
      * Un valor que termina en '*' busca por prefijo. Se pide al
      * menos un criterio de ENTRADA, SALIDA, BASE o fechas.
      * Los valores se comparan como los guarda el maestro (reglas
      * de cargaMaestro): el de entrada justificado a la izquierda
      * (los decimales editados traen blancos al frente) y el de
      * salida ademas sin los blancos de la agrupacion de digitos ni
      * los ceros del relleno del perfil; el criterio se prepara
      * igual, asi que SALIDA=FF encuentra '00FF' y '1111 1111' se
      * puede dar agrupado o no.
      * Las coincidencias de SALARCH son lo que se publico; las de
      * AUDARCH (opcional) agregan quien lo pidio, su centro de costo
      * y la hora exacta. EXTRACTO lleva el trazado de SALIDREC, asi
      * que sirve directo de SALCONV a reporteConversiones o a la
      * reconciliacion (PARM 'R' del conversor) sin restaurar meses
      * completos a los datasets en vivo.
      * Termina con RETURN-CODE 0 (hubo coincidencias), 4 (ninguna)
      * u 8 (criterio invalido o ausente, SALARCH no disponible o el
      * extracto no abrio).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. consultaArchivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Criterios de la consulta (CLAVE=VALOR)
           SELECT CRITERIO-FILE ASSIGN TO CRITERIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS criterio-estado.
           *>Archivos historicos fechados del dataset de salida
           *>(concatenados), mismo registro de SALIDREC
           SELECT SAL-ARCH-FILE ASSIGN TO SALARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS salarch-estado.
           *>Archivos historicos fechados del log de auditoria
           *>(concatenados, opcionales), mismo registro de AUDITREC
           SELECT AUD-ARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audarch-estado.
           *>Extracto de trabajo con las coincidencias de SALARCH
           SELECT EXTRACTO-FILE ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extracto-estado.
           *>Listado de la consulta
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  CRITERIO-FILE.
           01 CRITERIO-RECORD PIC X(80).

        FD  SAL-ARCH-FILE.
           COPY SALIDREC.

        FD  AUD-ARCH-FILE.
           COPY AUDITREC.

        FD  EXTRACTO-FILE.
           *>Mismo trazado que SALIDA-CONV-RECORD
           01 EXTRACTO-RECORD PIC X(317).

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 criterio-estado PIC X(2) VALUE '00'.
           01 salarch-estado PIC X(2) VALUE '00'.
           01 audarch-estado PIC X(2) VALUE '00'.
           01 extracto-estado PIC X(2) VALUE '00'.
           01 fin-criterio PIC X(1) VALUE 'N'.
               88 hay-fin-criterio VALUE 'S'.
           01 fin-archivo PIC X(1) VALUE 'N'.
               88 hay-fin-archivo VALUE 'S'.
           01 hay-audarch PIC X(1) VALUE 'N'.
               88 audarch-abierto VALUE 'S'.

           *>Renglon de criterio partido en clave y valor
           01 criterio-linea PIC X(80).
           01 criterio-clave PIC X(20).
           01 criterio-valor PIC X(80).
           01 criterio-renglon PIC 9(3) VALUE 0.
           01 criterio-valido PIC X(1) VALUE 'S'.
               88 hay-criterio-valido VALUE 'S'.
           01 criterios-dados PIC 9(2) VALUE 0.

           *>Criterios de la consulta; un valor con '*' al final se
           *>compara solo en sus primeras posiciones (largo-prefijo)
           01 crit-entrada PIC X(80) VALUE SPACES.
           01 crit-entrada-largo PIC 9(2) VALUE 0.
           01 crit-salida PIC X(80) VALUE SPACES.
           01 crit-salida-largo PIC 9(2) VALUE 0.
           01 crit-base PIC X(4) VALUE SPACES.
           01 crit-desde PIC X(8) VALUE SPACES.
           01 crit-hasta PIC X(8) VALUE SPACES.
           01 crit-extracto PIC X(1) VALUE 'N'.
               88 pide-extracto VALUE 'S'.

           *>Validacion de una fecha AAAAMMDD del criterio
           01 fecha-prueba.
               02 fecha-prueba-aaaa PIC 9(4).
               02 fecha-prueba-mm PIC 9(2).
               02 fecha-prueba-dd PIC 9(2).
           01 fecha-prueba-x REDEFINES fecha-prueba PIC X(8).
           01 fecha-buena PIC X(1).
               88 es-fecha-buena VALUE 'S'.

           *>Comparacion de un valor contra su criterio
           01 valor-criterio PIC X(80).
           01 valor-largo PIC 9(2).
           01 valor-candidato PIC X(200).
           01 valor-candidato-aux PIC X(200).
           01 valor-cursor PIC 9(3).
           01 valor-destino PIC 9(3).
           *>Que valor se prepara: el de entrada solo se justifica a
           *>la izquierda; el de salida ademas se compacta y se le
           *>quitan los ceros del relleno
           01 tipo-valor PIC X(1).
               88 es-valor-entrada VALUE 'E'.
               88 es-valor-salida VALUE 'S'.
           01 valor-coincide PIC X(1).
               88 si-coincide VALUE 'S'.
               88 no-coincide VALUE 'N'.
           01 registro-coincide PIC X(1).
               88 registro-aceptado VALUE 'S'.
               88 registro-descartado VALUE 'N'.
           01 fecha-registro PIC X(8).

           *>Archivos (meses) vistos en las concatenaciones, en orden
           *>de mes, con lo leido y lo que coincidio de cada uno
           01 cuantos-archivos PIC 9(3) VALUE 0.
           01 tabla-archivos.
               02 archivo-renglon OCCURS 120.
                   03 arc-mes PIC X(6).
                   03 arc-sal-leidos PIC 9(8).
                   03 arc-sal-coinciden PIC 9(8).
                   03 arc-aud-leidos PIC 9(8).
                   03 arc-aud-coinciden PIC 9(8).
           01 mes-registro PIC X(6).
           01 indice-archivo PIC 9(3).
           01 busca PIC 9(3).
           01 archivos-no-desglosados PIC 9(8) VALUE 0.
           01 tipo-archivo PIC X(1).
               88 es-salarch VALUE 'S'.
               88 es-audarch VALUE 'A'.

           *>Totales de la consulta
           01 sal-leidos PIC 9(8) VALUE 0.
           01 sal-coinciden PIC 9(8) VALUE 0.
           01 aud-leidos PIC 9(8) VALUE 0.
           01 aud-coinciden PIC 9(8) VALUE 0.
           01 extraidos PIC 9(8) VALUE 0.
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 renglon-edit PIC ZZ9.

           *>Linea de detalle de una coincidencia de SALARCH
           01 DETALLE-SALIDA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-archivo PIC X(15).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-fecha PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-base-entrada PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-valor-entrada PIC X(40).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-base-salida PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ds-valor-salida PIC X(40).
           *>Linea de detalle de una coincidencia de AUDARCH
           01 DETALLE-AUDITORIA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-archivo PIC X(15).
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-momento PIC X(14).
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-base PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-entrada PIC X(34).
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-resultado PIC X(34).
               02 FILLER PIC X(2) VALUE SPACES.
               02 da-usuario PIC X(8).
               02 FILLER PIC X(1) VALUE SPACES.
               02 da-centro PIC X(6).
           *>Linea del resumen por archivo
           01 RESUMEN-ARCHIVO.
               02 FILLER PIC X(2) VALUE SPACES.
               02 ra-mes PIC X(6).
               02 FILLER PIC X(4) VALUE SPACES.
               02 ra-sal-leidos PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 ra-sal-coinciden PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 ra-aud-leidos PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 ra-aud-coinciden PIC ZZ,ZZZ,ZZ9.
           *>Codigo de retorno del paso: 0 hubo coincidencias, 4
           *>ninguna, 8 criterio invalido o archivo no disponible
           01 codigo-retorno PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
      *Conductor de la consulta: lee y valida los criterios, busca en
      *SALARCH (y en AUDARCH si esta), escribe el extracto si se pidio
      *e imprime el resumen por archivo.
           CONSULTA-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Consulta de archivos historicos del '
                   'conversor ===' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               PERFORM LEE-CRITERIOS THRU LEE-CRITERIOS-EXIT.
               IF NOT hay-criterio-valido
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'CRITERIO INVALIDO: corrija el dataset '
                       'CRITERIO; no se busco nada'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CONSULTA-FIN
               END-IF.
               PERFORM IMPRIME-CRITERIOS THRU IMPRIME-CRITERIOS-EXIT.
               OPEN INPUT SAL-ARCH-FILE.
               IF salarch-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir SALARCH, estado '
                       salarch-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Los archivos historicos de salida no '
                       'estan disponibles; no se busco nada'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CONSULTA-FIN
               END-IF.
               IF pide-extracto
                   OPEN OUTPUT EXTRACTO-FILE
                   IF extracto-estado NOT = '00'
                       DISPLAY 'ERROR: no se pudo abrir EXTRACTO, '
                           'estado ' extracto-estado
                       MOVE SPACES TO REPORTE-LINEA
                       STRING 'El extracto no abrio; no se busco '
                           'nada' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       CLOSE SAL-ARCH-FILE
                       MOVE 8 TO codigo-retorno
                       GO TO CONSULTA-FIN
                   END-IF
               END-IF.
               PERFORM BUSCA-SALIDAS THRU BUSCA-SALIDAS-EXIT.
               CLOSE SAL-ARCH-FILE.
               IF pide-extracto
                   CLOSE EXTRACTO-FILE
               END-IF.
               PERFORM BUSCA-AUDITORIA THRU BUSCA-AUDITORIA-EXIT.
               PERFORM IMPRIME-RESUMEN THRU IMPRIME-RESUMEN-EXIT.
               IF sal-coinciden = 0 AND aud-coinciden = 0
                   MOVE 4 TO codigo-retorno
               END-IF.
           CONSULTA-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Lee el dataset CRITERIO y aplica cada renglon; sin dataset,
      *sin un solo criterio o con un renglon invalido no se busca.
           LEE-CRITERIOS.
               OPEN INPUT CRITERIO-FILE.
               IF criterio-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir CRITERIO, estado '
                       criterio-estado
                   MOVE 'N' TO criterio-valido
                   GO TO LEE-CRITERIOS-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-criterio
                   READ CRITERIO-FILE
                       AT END
                           MOVE 'S' TO fin-criterio
                       NOT AT END
                           ADD 1 TO criterio-renglon
                           MOVE CRITERIO-RECORD TO criterio-linea
                           PERFORM APLICA-CRITERIO
                               THRU APLICA-CRITERIO-EXIT
                   END-READ
               END-PERFORM.
               CLOSE CRITERIO-FILE.
               IF criterios-dados = 0 AND hay-criterio-valido
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'CRITERIO no trae ENTRADA, SALIDA, BASE, '
                       'DESDE ni HASTA' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 'N' TO criterio-valido
               END-IF.
               IF crit-desde NOT = SPACES AND crit-hasta NOT = SPACES
                       AND crit-desde > crit-hasta
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'DESDE ' crit-desde ' es posterior a HASTA '
                       crit-hasta DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 'N' TO criterio-valido
               END-IF.
           LEE-CRITERIOS-EXIT.
               EXIT.

      *Aplica un renglon CLAVE=VALOR del criterio; una clave
      *desconocida o un valor mal formado invalidan la consulta.
           APLICA-CRITERIO.
               IF criterio-linea = SPACES OR criterio-linea(1:1) = '*'
                   GO TO APLICA-CRITERIO-EXIT
               END-IF.
               MOVE SPACES TO criterio-clave criterio-valor.
               UNSTRING criterio-linea DELIMITED BY '='
                   INTO criterio-clave criterio-valor.
               MOVE criterio-renglon TO renglon-edit.
               EVALUATE criterio-clave
                   WHEN 'ENTRADA'
                       PERFORM MIDE-PREFIJO THRU MIDE-PREFIJO-EXIT
                       SET es-valor-entrada TO TRUE
                       PERFORM PREPARA-CRITERIO
                           THRU PREPARA-CRITERIO-EXIT
                       MOVE criterio-valor TO crit-entrada
                       MOVE valor-largo TO crit-entrada-largo
                   WHEN 'SALIDA'
                       PERFORM MIDE-PREFIJO THRU MIDE-PREFIJO-EXIT
                       SET es-valor-salida TO TRUE
                       PERFORM PREPARA-CRITERIO
                           THRU PREPARA-CRITERIO-EXIT
                       MOVE criterio-valor TO crit-salida
                       MOVE valor-largo TO crit-salida-largo
                   WHEN 'BASE'
                       IF criterio-valor(5:) NOT = SPACES
                           MOVE SPACES TO criterio-valor
                       END-IF
                       MOVE criterio-valor TO crit-base
                   WHEN 'DESDE'
                       PERFORM VALIDA-FECHA THRU VALIDA-FECHA-EXIT
                       MOVE criterio-valor TO crit-desde
                   WHEN 'HASTA'
                       PERFORM VALIDA-FECHA THRU VALIDA-FECHA-EXIT
                       MOVE criterio-valor TO crit-hasta
                   WHEN 'EXTRACTO'
                       IF criterio-valor = 'S' OR criterio-valor = 'N'
                           MOVE criterio-valor TO crit-extracto
                       ELSE
                           MOVE SPACES TO REPORTE-LINEA
                           STRING 'Renglon ' renglon-edit
                               ': EXTRACTO debe ser S o N'
                               DELIMITED BY SIZE INTO REPORTE-LINEA
                           WRITE REPORTE-LINEA
                           MOVE 'N' TO criterio-valido
                       END-IF
                       GO TO APLICA-CRITERIO-EXIT
                   WHEN OTHER
                       MOVE SPACES TO REPORTE-LINEA
                       STRING 'Renglon ' renglon-edit
                           ': clausula desconocida ' criterio-clave
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       MOVE 'N' TO criterio-valido
                       GO TO APLICA-CRITERIO-EXIT
               END-EVALUATE.
               IF criterio-valor = SPACES
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Renglon ' renglon-edit ': valor invalido '
                       'para ' criterio-clave
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 'N' TO criterio-valido
                   GO TO APLICA-CRITERIO-EXIT
               END-IF.
               ADD 1 TO criterios-dados.
           APLICA-CRITERIO-EXIT.
               EXIT.

      *Deja en valor-largo cuantas posiciones del valor del criterio
      *se comparan: las de antes del '*' final si busca por prefijo,
      *o cero si el valor se compara completo. Un '*' solo no busca
      *nada y se rechaza.
           MIDE-PREFIJO.
               MOVE 0 TO valor-largo.
               INSPECT criterio-valor TALLYING valor-largo
                   FOR CHARACTERS BEFORE INITIAL '*'.
               IF valor-largo = 80
                   MOVE 0 TO valor-largo
                   GO TO MIDE-PREFIJO-EXIT
               END-IF.
               IF valor-largo = 0
                   MOVE SPACES TO criterio-valor
                   GO TO MIDE-PREFIJO-EXIT
               END-IF.
               IF valor-largo < 79
                   IF criterio-valor(valor-largo + 2:) NOT = SPACES
                       MOVE SPACES TO criterio-valor
                   END-IF
               END-IF.
           MIDE-PREFIJO-EXIT.
               EXIT.

      *Prepara el valor del criterio (ya medido por MIDE-PREFIJO)
      *con las mismas reglas que el valor del registro, para que se
      *comparen en la misma forma; un prefijo conserva su '*' y
      *valor-largo pasa a ser el largo del prefijo ya preparado. Si
      *no queda nada que comparar, el valor se deja en blanco para
      *que se rechace.
           PREPARA-CRITERIO.
               IF criterio-valor = SPACES
                   GO TO PREPARA-CRITERIO-EXIT
               END-IF.
               MOVE SPACES TO valor-candidato.
               IF valor-largo = 0
                   MOVE criterio-valor TO valor-candidato
               ELSE
                   MOVE criterio-valor(1:valor-largo)
                       TO valor-candidato
               END-IF.
               PERFORM PREPARA-VALOR THRU PREPARA-VALOR-EXIT.
               IF valor-candidato = SPACES
                       OR valor-candidato(81:) NOT = SPACES
                   MOVE SPACES TO criterio-valor
                   GO TO PREPARA-CRITERIO-EXIT
               END-IF.
               IF valor-largo = 0
                   MOVE valor-candidato TO criterio-valor
                   GO TO PREPARA-CRITERIO-EXIT
               END-IF.
      *>largo del prefijo preparado: hasta el ultimo no blanco (un
      *>blanco intermedio de un valor de entrada se respeta)
               MOVE 80 TO valor-cursor.
               PERFORM UNTIL valor-cursor = 0
                       OR valor-candidato(valor-cursor:1) NOT = ' '
                   SUBTRACT 1 FROM valor-cursor
               END-PERFORM.
               IF valor-cursor > 79
                   MOVE SPACES TO criterio-valor
                   GO TO PREPARA-CRITERIO-EXIT
               END-IF.
               MOVE valor-cursor TO valor-largo.
               MOVE SPACES TO criterio-valor.
               STRING valor-candidato(1:valor-largo) '*'
                   DELIMITED BY SIZE INTO criterio-valor.
           PREPARA-CRITERIO-EXIT.
               EXIT.

      *Valida que el valor del criterio sea una fecha AAAAMMDD; si no
      *lo es, lo deja en blanco para que se rechace.
           VALIDA-FECHA.
               MOVE 'S' TO fecha-buena.
               IF criterio-valor(9:) NOT = SPACES
                       OR criterio-valor(1:8) NOT NUMERIC
                   MOVE 'N' TO fecha-buena
               ELSE
                   MOVE criterio-valor(1:8) TO fecha-prueba-x
                   IF fecha-prueba-mm < 1 OR fecha-prueba-mm > 12
                           OR fecha-prueba-dd < 1
                           OR fecha-prueba-dd > 31
                       MOVE 'N' TO fecha-buena
                   END-IF
               END-IF.
               IF NOT es-fecha-buena
                   MOVE SPACES TO criterio-valor
               END-IF.
           VALIDA-FECHA-EXIT.
               EXIT.

      *Repite en el listado los criterios con los que se busco.
           IMPRIME-CRITERIOS.
               MOVE 'Criterios:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF crit-entrada NOT = SPACES
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Valor de entrada: ' crit-entrada
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF crit-salida NOT = SPACES
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Valor de salida:  ' crit-salida
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF crit-base NOT = SPACES
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Base de entrada:  ' crit-base
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF crit-desde NOT = SPACES OR crit-hasta NOT = SPACES
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Fechas:           ' crit-desde ' a '
                       crit-hasta DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               IF pide-extracto
                   STRING '  Extracto:         S (coincidencias de '
                       'SALARCH a EXTRACTO)' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               ELSE
                   STRING '  Extracto:         N' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               END-IF.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-CRITERIOS-EXIT.
               EXIT.

      *Recorre SALARCH y lista (y extrae, si se pidio) lo que cumple
      *los criterios.
           BUSCA-SALIDAS.
               MOVE 'Publicado (SALARCH):' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Archivo          Fecha     Base  Valor de '
                   'entrada                          Base  Valor de '
                   'salida' DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               SET es-salarch TO TRUE.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ SAL-ARCH-FILE
                       AT END
                           MOVE 'S' TO fin-archivo
                       NOT AT END
                           PERFORM EVALUA-SALIDA
                               THRU EVALUA-SALIDA-EXIT
                   END-READ
               END-PERFORM.
               IF sal-coinciden = 0
                   MOVE '  (ninguna coincidencia)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           BUSCA-SALIDAS-EXIT.
               EXIT.

      *Revisa un registro de SALARCH contra los criterios.
           EVALUA-SALIDA.
               ADD 1 TO sal-leidos.
               MOVE SAL-FECHA-CORRIDA TO fecha-registro.
               PERFORM ANOTA-ARCHIVO THRU ANOTA-ARCHIVO-EXIT.
               SET registro-aceptado TO TRUE.
               PERFORM EVALUA-FECHA-BASE THRU EVALUA-FECHA-BASE-EXIT.
               IF registro-aceptado AND crit-base NOT = SPACES
                   IF SAL-BASE-ENTRADA NOT = crit-base
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-aceptado AND crit-entrada NOT = SPACES
                   MOVE crit-entrada TO valor-criterio
                   MOVE crit-entrada-largo TO valor-largo
                   SET es-valor-entrada TO TRUE
                   MOVE SAL-VALOR-ENTRADA TO valor-candidato
                   PERFORM COMPARA-VALOR THRU COMPARA-VALOR-EXIT
                   IF no-coincide
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-aceptado AND crit-salida NOT = SPACES
                   MOVE crit-salida TO valor-criterio
                   MOVE crit-salida-largo TO valor-largo
                   SET es-valor-salida TO TRUE
                   MOVE SAL-VALOR-SALIDA TO valor-candidato
                   PERFORM COMPARA-VALOR THRU COMPARA-VALOR-EXIT
                   IF no-coincide
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-descartado
                   GO TO EVALUA-SALIDA-EXIT
               END-IF.
               ADD 1 TO sal-coinciden.
               IF indice-archivo > 0
                   ADD 1 TO arc-sal-coinciden(indice-archivo)
               END-IF.
               MOVE SPACES TO DETALLE-SALIDA.
               STRING 'SALARCH.D' mes-registro DELIMITED BY SIZE
                   INTO ds-archivo.
               MOVE SAL-FECHA-CORRIDA TO ds-fecha.
               MOVE SAL-BASE-ENTRADA TO ds-base-entrada.
               MOVE SAL-VALOR-ENTRADA TO ds-valor-entrada.
               MOVE SAL-BASE-SALIDA TO ds-base-salida.
               MOVE SAL-VALOR-SALIDA TO ds-valor-salida.
               MOVE DETALLE-SALIDA TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF pide-extracto
                   WRITE EXTRACTO-RECORD FROM SALIDA-CONV-RECORD
                   ADD 1 TO extraidos
               END-IF.
           EVALUA-SALIDA-EXIT.
               EXIT.

      *Recorre AUDARCH, si vino en el paso, y lista lo que cumple los
      *criterios con quien lo pidio y su centro de costo.
           BUSCA-AUDITORIA.
               OPEN INPUT AUD-ARCH-FILE.
               IF audarch-estado NOT = '00'
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'AUDARCH no disponible: solo se busco en '
                       'SALARCH' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE SPACES TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   GO TO BUSCA-AUDITORIA-EXIT
               END-IF.
               SET audarch-abierto TO TRUE.
               MOVE 'Auditado (AUDARCH):' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Archivo          Momento         Base  '
                   'Entrada                             Resultado'
                   '                           Usuario  Centro'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               SET es-audarch TO TRUE.
               MOVE 'N' TO fin-archivo.
               PERFORM UNTIL hay-fin-archivo
                   READ AUD-ARCH-FILE
                       AT END
                           MOVE 'S' TO fin-archivo
                       NOT AT END
                           PERFORM EVALUA-AUDITORIA
                               THRU EVALUA-AUDITORIA-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUD-ARCH-FILE.
               IF aud-coinciden = 0
                   MOVE '  (ninguna coincidencia)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           BUSCA-AUDITORIA-EXIT.
               EXIT.

      *Revisa un registro de AUDARCH contra los criterios.
           EVALUA-AUDITORIA.
               ADD 1 TO aud-leidos.
               MOVE AUD-TIMESTAMP(1:8) TO fecha-registro.
               PERFORM ANOTA-ARCHIVO THRU ANOTA-ARCHIVO-EXIT.
               SET registro-aceptado TO TRUE.
               PERFORM EVALUA-FECHA-BASE THRU EVALUA-FECHA-BASE-EXIT.
               IF registro-aceptado AND crit-base NOT = SPACES
                   IF AUD-BASE NOT = crit-base
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-aceptado AND crit-entrada NOT = SPACES
                   MOVE crit-entrada TO valor-criterio
                   MOVE crit-entrada-largo TO valor-largo
                   SET es-valor-entrada TO TRUE
                   MOVE AUD-ENTRADA TO valor-candidato
                   PERFORM COMPARA-VALOR THRU COMPARA-VALOR-EXIT
                   IF no-coincide
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-aceptado AND crit-salida NOT = SPACES
                   MOVE crit-salida TO valor-criterio
                   MOVE crit-salida-largo TO valor-largo
                   SET es-valor-salida TO TRUE
                   MOVE AUD-RESULTADO TO valor-candidato
                   PERFORM COMPARA-VALOR THRU COMPARA-VALOR-EXIT
                   IF no-coincide
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF registro-descartado
                   GO TO EVALUA-AUDITORIA-EXIT
               END-IF.
               ADD 1 TO aud-coinciden.
               IF indice-archivo > 0
                   ADD 1 TO arc-aud-coinciden(indice-archivo)
               END-IF.
               MOVE SPACES TO DETALLE-AUDITORIA.
               STRING 'AUDARCH.D' mes-registro DELIMITED BY SIZE
                   INTO da-archivo.
               MOVE AUD-TIMESTAMP(1:14) TO da-momento.
               MOVE AUD-BASE TO da-base.
               MOVE AUD-ENTRADA TO da-entrada.
               MOVE AUD-RESULTADO TO da-resultado.
               MOVE AUD-USUARIO TO da-usuario.
               MOVE AUD-CENTRO-COSTO TO da-centro.
               MOVE DETALLE-AUDITORIA TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           EVALUA-AUDITORIA-EXIT.
               EXIT.

      *Descarta el registro en curso si su fecha (fecha-registro)
      *cae fuera del rango DESDE/HASTA del criterio.
           EVALUA-FECHA-BASE.
               IF crit-desde NOT = SPACES
                   IF fecha-registro < crit-desde
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
               IF crit-hasta NOT = SPACES
                   IF fecha-registro > crit-hasta
                       SET registro-descartado TO TRUE
                   END-IF
               END-IF.
           EVALUA-FECHA-BASE-EXIT.
               EXIT.

      *Compara valor-candidato (ya preparado como el criterio)
      *contra valor-criterio: completo si valor-largo es cero, o solo
      *en sus primeras valor-largo posiciones si el criterio busca
      *por prefijo.
           COMPARA-VALOR.
               PERFORM PREPARA-VALOR THRU PREPARA-VALOR-EXIT.
               SET no-coincide TO TRUE.
               IF valor-largo = 0
                   IF valor-candidato = valor-criterio
                       SET si-coincide TO TRUE
                   END-IF
               ELSE
                   IF valor-candidato(1:valor-largo)
                           = valor-criterio(1:valor-largo)
                       SET si-coincide TO TRUE
                   END-IF
               END-IF.
           COMPARA-VALOR-EXIT.
               EXIT.

      *Deja valor-candidato en la forma en que se compara: un valor
      *de entrada justificado a la izquierda; uno de salida ademas
      *compactado y sin ceros de relleno (JUSTIFICA-LLAVE,
      *COMPACTA-VALOR y NORMALIZA-VALOR de cargaMaestro).
           PREPARA-VALOR.
               IF es-valor-entrada
                   PERFORM JUSTIFICA-VALOR THRU JUSTIFICA-VALOR-EXIT
               ELSE
                   PERFORM COMPACTA-VALOR THRU COMPACTA-VALOR-EXIT
                   PERFORM NORMALIZA-VALOR THRU NORMALIZA-VALOR-EXIT
               END-IF.
           PREPARA-VALOR-EXIT.
               EXIT.

      *Justifica valor-candidato a la izquierda (los valores
      *decimales editados vienen con blancos al frente).
           JUSTIFICA-VALOR.
               MOVE 1 TO valor-cursor.
               PERFORM UNTIL valor-cursor > 200
                       OR valor-candidato(valor-cursor:1) NOT = ' '
                   ADD 1 TO valor-cursor
               END-PERFORM.
               IF valor-cursor > 200
                   MOVE SPACES TO valor-candidato
               ELSE
                   IF valor-cursor > 1
                       MOVE valor-candidato(valor-cursor:
                           201 - valor-cursor) TO valor-candidato-aux
                       MOVE valor-candidato-aux TO valor-candidato
                   END-IF
               END-IF.
           JUSTIFICA-VALOR-EXIT.
               EXIT.

      *Compacta valor-candidato quitando todos los blancos (los
      *valores publicados con agrupacion de digitos traen blancos
      *intermedios que no forman parte del valor).
           COMPACTA-VALOR.
               MOVE SPACES TO valor-candidato-aux.
               MOVE 0 TO valor-destino.
               MOVE 1 TO valor-cursor.
               PERFORM UNTIL valor-cursor > 200
                   IF valor-candidato(valor-cursor:1) NOT = ' '
                       ADD 1 TO valor-destino
                       MOVE valor-candidato(valor-cursor:1)
                           TO valor-candidato-aux(valor-destino:1)
                   END-IF
                   ADD 1 TO valor-cursor
               END-PERFORM.
               MOVE valor-candidato-aux TO valor-candidato.
           COMPACTA-VALOR-EXIT.
               EXIT.

      *Descarta los ceros a la izquierda de valor-candidato (relleno
      *del perfil), respetando el signo '-' al frente y dejando
      *siempre un digito antes del punto de base o del final.
           NORMALIZA-VALOR.
               MOVE SPACES TO valor-candidato-aux.
               MOVE 0 TO valor-destino.
               MOVE 1 TO valor-cursor.
               IF valor-candidato(1:1) = '-'
                   MOVE 1 TO valor-destino
                   MOVE '-' TO valor-candidato-aux(1:1)
                   MOVE 2 TO valor-cursor
               END-IF.
               PERFORM UNTIL valor-cursor NOT LESS THAN 199
                       OR valor-candidato(valor-cursor:1) NOT = '0'
                       OR valor-candidato(valor-cursor + 1:1) = ' '
                       OR valor-candidato(valor-cursor + 1:1) = '.'
                   ADD 1 TO valor-cursor
               END-PERFORM.
               PERFORM UNTIL valor-cursor > 200
                       OR valor-candidato(valor-cursor:1) = ' '
                   ADD 1 TO valor-destino
                   MOVE valor-candidato(valor-cursor:1)
                       TO valor-candidato-aux(valor-destino:1)
                   ADD 1 TO valor-cursor
               END-PERFORM.
               MOVE valor-candidato-aux TO valor-candidato.
           NORMALIZA-VALOR-EXIT.
               EXIT.

      *Deja en indice-archivo el renglon del mes del registro en
      *curso (el archivo fechado de donde sale) y le suma el
      *registro leido; un mes nuevo se inserta en su lugar para que
      *el resumen salga en orden. Mas de 120 meses ya no se desglosan
      *(indice-archivo queda en cero).
           ANOTA-ARCHIVO.
               MOVE fecha-registro(1:6) TO mes-registro.
               MOVE 1 TO indice-archivo.
               PERFORM UNTIL indice-archivo > cuantos-archivos
                       OR arc-mes(indice-archivo) >= mes-registro
                   ADD 1 TO indice-archivo
               END-PERFORM.
               IF indice-archivo <= cuantos-archivos
                   IF arc-mes(indice-archivo) = mes-registro
                       GO TO ANOTA-ARCHIVO-SUMA
                   END-IF
               END-IF.
               IF cuantos-archivos = 120
                   ADD 1 TO archivos-no-desglosados
                   MOVE 0 TO indice-archivo
                   GO TO ANOTA-ARCHIVO-EXIT
               END-IF.
               MOVE cuantos-archivos TO busca.
               PERFORM UNTIL busca < indice-archivo
                   MOVE archivo-renglon(busca)
                       TO archivo-renglon(busca + 1)
                   SUBTRACT 1 FROM busca
               END-PERFORM.
               ADD 1 TO cuantos-archivos.
               INITIALIZE archivo-renglon(indice-archivo).
               MOVE mes-registro TO arc-mes(indice-archivo).
           ANOTA-ARCHIVO-SUMA.
               IF es-salarch
                   ADD 1 TO arc-sal-leidos(indice-archivo)
               ELSE
                   ADD 1 TO arc-aud-leidos(indice-archivo)
               END-IF.
           ANOTA-ARCHIVO-EXIT.
               EXIT.

      *Resumen por archivo: cada mes que aparecio en las
      *concatenaciones, con lo leido y lo que coincidio, para que
      *se vea que meses cubrio la busqueda; y los totales.
           IMPRIME-RESUMEN.
               MOVE 'Archivos revisados:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Mes        SALARCH    coinciden'
                   '      AUDARCH    coinciden'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO indice-archivo.
               PERFORM UNTIL indice-archivo > cuantos-archivos
                   MOVE SPACES TO RESUMEN-ARCHIVO
                   MOVE arc-mes(indice-archivo) TO ra-mes
                   MOVE arc-sal-leidos(indice-archivo)
                       TO ra-sal-leidos
                   MOVE arc-sal-coinciden(indice-archivo)
                       TO ra-sal-coinciden
                   MOVE arc-aud-leidos(indice-archivo)
                       TO ra-aud-leidos
                   MOVE arc-aud-coinciden(indice-archivo)
                       TO ra-aud-coinciden
                   MOVE RESUMEN-ARCHIVO TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO indice-archivo
               END-PERFORM.
               IF archivos-no-desglosados > 0
                   MOVE archivos-no-desglosados TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  Registros de meses no desglosados: '
                       cuenta-edit DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE sal-leidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros de SALARCH leidos:      ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE sal-coinciden TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Coincidencias en SALARCH:         ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF audarch-abierto
                   MOVE aud-leidos TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Registros de AUDARCH leidos:      '
                       cuenta-edit DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE aud-coinciden TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Coincidencias en AUDARCH:         '
                       cuenta-edit DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               IF pide-extracto
                   MOVE extraidos TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Registros escritos a EXTRACTO:    '
                       cuenta-edit DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
           IMPRIME-RESUMEN-EXIT.
               EXIT.

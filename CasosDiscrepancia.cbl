      * Seguimiento de casos de discrepancia: la reconciliacion (PARM
      * 'R' del conversor) escribe DISCREP nuevo en cada corrida y
      * nadie sabe si una discrepancia ya se vio, se explico o se
      * corrigio, asi que los mismos registros salen noche tras noche
      * y se vuelven a investigar. Este paso lleva el archivo de casos
      * (KSDS CASOS, trazado CASOREC) con el par publicado en SALCONV
      * como llave:
      * (a) aplica las disposiciones que anotaron los analistas en
      *     DISPOSIC (trazado DISPREC): abierto, en revision,
      *     corregido o aceptado como esperado;
      * (b) lee el DISCREP de la corrida: una discrepancia nueva abre
      *     un caso con el siguiente numero, una repetida actualiza su
      *     caso (ultima fecha, veces, valor recalculado) y reabre el
      *     que estaba corregido; uno aceptado como esperado solo se
      *     actualiza y ya no cuenta como pendiente;
      * (c) imprime la antiguedad de los casos pendientes (abiertos y
      *     en revision) por dias desde su apertura (0-7, 8-30, 31-60,
      *     61-90, mas de 90) y por par de bases, con el listado de los
      *     casos pendientes para los supervisores.
      * El PARM es la fecha de proceso AAAAMMDD; vacio toma la de hoy.
      * Termina con RETURN-CODE 0 (limpio), 4 (hubo disposiciones
      * rechazadas, o fallo el archivo de casos despues de aplicar
      * alguna disposicion) u 8 (CASOS o DISCREP no disponibles, PARM
      * invalido o fallo el archivo de casos sin haberse aplicado
      * ninguna disposicion). Con 8 ninguna disposicion quedo en los
      * casos, asi que DISPOSIC puede aplicarse completo otra vez; con
      * 0 o 4 ya se aplico y el paso siguiente lo vacia.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. casosDiscrepancia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Archivo de casos (VSAM KSDS) con llave del par publicado
           SELECT CASO-DISCREP-FILE ASSIGN TO CASOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-LLAVE
               FILE STATUS IS caso-estado.
           *>Discrepancias de la reconciliacion de la corrida
           SELECT DISCREP-FILE ASSIGN TO DISCREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS discrep-estado.
           *>Disposiciones anotadas por los analistas
           SELECT DISPOSICION-FILE ASSIGN TO DISPOSIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS disposicion-estado.
           *>Reporte de casos y antiguedad
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  CASO-DISCREP-FILE.
           COPY CASOREC.

        FD  DISCREP-FILE.
           COPY DISCREC.

        FD  DISPOSICION-FILE.
           COPY DISPREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 caso-estado PIC X(2) VALUE '00'.
           01 discrep-estado PIC X(2) VALUE '00'.
           01 disposicion-estado PIC X(2) VALUE '00'.
           01 fin-casos PIC X(1) VALUE 'N'.
               88 hay-fin-casos VALUE 'S'.
           01 fin-discrep PIC X(1) VALUE 'N'.
               88 hay-fin-discrep VALUE 'S'.
           01 fin-disposicion PIC X(1) VALUE 'N'.
               88 hay-fin-disposicion VALUE 'S'.
           *>Fallo una grabacion del archivo de casos
           01 falla-casos PIC X(1) VALUE 'N'.
               88 hubo-falla-casos VALUE 'S'.
           *>Fecha de proceso del PARM (o de hoy) y su numero de dia
           01 fecha-proceso PIC X(8).
           01 dia-proceso PIC 9(8).
           01 dias-pendiente PIC 9(6).
           *>Numero mas alto de caso ya asignado
           01 ultimo-numero PIC 9(8) VALUE 0.

           *>Disposiciones leidas de DISPOSIC; cada una se aplica al
           *>recorrer el archivo de casos
           01 cuantas-disposiciones PIC 9(4) VALUE 0.
           01 tabla-disposiciones.
               02 disp-renglon OCCURS 500.
                   03 disp-numero PIC 9(8).
                   03 disp-estado PIC X(1).
                   03 disp-analista PIC X(8).
                   03 disp-nota PIC X(60).
                   03 disp-aplicada PIC X(1).

           *>Contadores de disposiciones
           01 cta-disp-leidas PIC 9(8) VALUE 0.
           01 cta-disp-aplicadas PIC 9(8) VALUE 0.
           01 cta-disp-rechazadas PIC 9(8) VALUE 0.
           01 motivo-rechazo PIC X(40).
           *>Contadores de DISCREP
           01 cta-discrep-leidas PIC 9(8) VALUE 0.
           01 cta-casos-nuevos PIC 9(8) VALUE 0.
           01 cta-casos-repetidos PIC 9(8) VALUE 0.
           01 cta-casos-reabiertos PIC 9(8) VALUE 0.
           01 cta-esperados-repetidos PIC 9(8) VALUE 0.
           *>Casos por estado al cierre
           01 cta-abiertos PIC 9(8) VALUE 0.
           01 cta-en-revision PIC 9(8) VALUE 0.
           01 cta-corregidos PIC 9(8) VALUE 0.
           01 cta-esperados PIC 9(8) VALUE 0.
           01 cta-pendientes-sin-repetir PIC 9(8) VALUE 0.
           *>Antiguedad de los pendientes: 0-7, 8-30, 31-60, 61-90,
           *>mas de 90 dias
           01 tabla-antiguedad.
               02 cta-antiguedad PIC 9(8) OCCURS 5.
           01 rango-antiguedad PIC 9(1).
           01 textos-antiguedad-valores.
               02 FILLER PIC X(12) VALUE '   0-7 dias'.
               02 FILLER PIC X(12) VALUE '  8-30 dias'.
               02 FILLER PIC X(12) VALUE ' 31-60 dias'.
               02 FILLER PIC X(12) VALUE ' 61-90 dias'.
               02 FILLER PIC X(12) VALUE 'mas de 90'.
           01 textos-antiguedad REDEFINES textos-antiguedad-valores.
               02 texto-antiguedad PIC X(12) OCCURS 5.
           *>Pendientes por par de bases (entrada -> salida) y
           *>antiguedad; la tabla se llena conforme aparecen pares
           01 cuantos-pares PIC 9(3) VALUE 0.
           01 tabla-pares.
               02 acum-par OCCURS 100.
                   03 acum-par-entrada PIC X(4).
                   03 acum-par-salida PIC X(4).
                   03 acum-par-total PIC 9(8).
                   03 acum-par-rango PIC 9(8) OCCURS 5.
           01 pares-no-desglosados PIC 9(8) VALUE 0.
           01 busca PIC 9(4).
           01 busca-rango PIC 9(1).
           01 encontrado PIC X(1).
               88 si-encontrado VALUE 'S'.
               88 no-encontrado VALUE 'N'.
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 numero-edit PIC Z(7)9.
           *>Linea del listado de casos pendientes
           01 PENDIENTE-LINEA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-numero PIC Z(7)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-estado PIC X(1).
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-base-entrada PIC X(4).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 pen-base-salida PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-dias PIC ZZZ,ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-veces PIC ZZ,ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-ultima PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-analista PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 pen-valor-entrada PIC X(40).
           *>Linea de pendientes por par de bases
           01 PAR-LINEA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 par-entrada PIC X(4).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 par-salida PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 par-total PIC ZZ,ZZZ,ZZ9.
               02 par-rango OCCURS 5.
                   03 FILLER PIC X(2).
                   03 par-rango-cuenta PIC ZZ,ZZZ,ZZ9.
           *>Codigo de retorno del paso: 0 limpio, 4 disposiciones
           *>rechazadas o error de archivo con disposiciones ya
           *>aplicadas, 8 archivo no disponible o error de archivo
           *>sin ninguna disposicion aplicada
           01 codigo-retorno PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: fecha de proceso
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor del seguimiento: aplica las disposiciones, abre o
      *actualiza los casos de la corrida y reporta la antiguedad.
           CASOS-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-proceso.
               IF PARM-LEN > 0 AND PARM-TEXT(1:PARM-LEN) NOT = SPACES
                   MOVE PARM-TEXT(1:8) TO fecha-proceso
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Casos de discrepancia de la reconciliacion '
                   fecha-proceso ' ===' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF fecha-proceso NOT NUMERIC
                   MOVE 'PARM invalido: se espera la fecha AAAAMMDD'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CASOS-FIN
               END-IF.
               COMPUTE dia-proceso =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(fecha-proceso)).
               OPEN I-O CASO-DISCREP-FILE.
               IF caso-estado = '35'
                   OPEN OUTPUT CASO-DISCREP-FILE
                   CLOSE CASO-DISCREP-FILE
                   OPEN I-O CASO-DISCREP-FILE
               END-IF.
               IF caso-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir CASOS, estado '
                       caso-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El archivo de casos no esta disponible; '
                       'no se actualizo nada' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CASOS-FIN
               END-IF.
      *>DISCREP se abre antes de tocar ningun caso: sin el no se
      *>aplican las disposiciones y DISPOSIC queda para la siguiente
      *>corrida completo
               OPEN INPUT DISCREP-FILE.
               IF discrep-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir DISCREP, estado '
                       discrep-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '*** DISCREP no esta disponible; no se '
                       'aplicaron disposiciones ni se abrieron o '
                       'actualizaron casos ***'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE CASO-DISCREP-FILE
                   MOVE 8 TO codigo-retorno
                   GO TO CASOS-FIN
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Disposiciones rechazadas:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               PERFORM CARGA-DISPOSICIONES
                   THRU CARGA-DISPOSICIONES-EXIT.
               PERFORM APLICA-DISPOSICIONES
                   THRU APLICA-DISPOSICIONES-EXIT.
               IF cta-disp-rechazadas = 0
                   MOVE '  (ninguna)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               PERFORM ATIENDE-DISCREP THRU ATIENDE-DISCREP-EXIT.
               PERFORM ANTIGUEDAD-CASOS THRU ANTIGUEDAD-CASOS-EXIT.
               CLOSE CASO-DISCREP-FILE.
               PERFORM IMPRIME-TOTALES THRU IMPRIME-TOTALES-EXIT.
               IF cta-disp-rechazadas > 0 AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
               PERFORM CALIFICA-FALLA THRU CALIFICA-FALLA-EXIT.
           CASOS-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Califica una falla del archivo de casos: si ya habia
      *disposiciones grabadas, el paso termina con RC=4 para que
      *DISPOSIC se vacie igual (aplicarlas otra vez pisaria lo que
      *los casos tomen despues) y el aviso pide volver a correr el
      *paso para atender DISCREP; sin ninguna grabada, RC=8 deja
      *DISPOSIC completo para la siguiente corrida.
           CALIFICA-FALLA.
               IF NOT hubo-falla-casos
                   GO TO CALIFICA-FALLA-EXIT
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-disp-aplicadas = 0
                   MOVE 8 TO codigo-retorno
                   STRING '*** Fallo el archivo de casos (ver SYSOUT); '
                       'no quedo aplicada ninguna disposicion ***'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   GO TO CALIFICA-FALLA-EXIT
               END-IF.
               IF codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
               STRING '*** Fallo el archivo de casos (ver SYSOUT) '
                   'despues de aplicar las disposiciones: DISPOSIC se '
                   'vacia igual ***' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '*** Corrija CASOS y vuelva a correr el paso '
                   'con el mismo DISCREP y PARM=' fecha-proceso
                   ' para abrir o actualizar los casos que faltaron '
                   '***' DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           CALIFICA-FALLA-EXIT.
               EXIT.

      *Lee DISPOSIC a la tabla; sin el dataset no hay disposiciones
      *que aplicar. Una disposicion con numero o estado invalido, o
      *que ya no cabe en la tabla, se rechaza aqui mismo.
           CARGA-DISPOSICIONES.
               OPEN INPUT DISPOSICION-FILE.
               IF disposicion-estado NOT = '00'
                   GO TO CARGA-DISPOSICIONES-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-disposicion
                   READ DISPOSICION-FILE
                       AT END
                           MOVE 'S' TO fin-disposicion
                       NOT AT END
                           ADD 1 TO cta-disp-leidas
                           PERFORM CARGA-DISPOSICION
                               THRU CARGA-DISPOSICION-EXIT
                   END-READ
               END-PERFORM.
               CLOSE DISPOSICION-FILE.
           CARGA-DISPOSICIONES-EXIT.
               EXIT.

      *Valida una disposicion y la guarda en la tabla.
           CARGA-DISPOSICION.
               IF DSP-NUMERO NOT NUMERIC OR DSP-NUMERO = 0
                   MOVE 'numero de caso invalido' TO motivo-rechazo
                   PERFORM RECHAZA-DISPOSICION
                       THRU RECHAZA-DISPOSICION-EXIT
                   GO TO CARGA-DISPOSICION-EXIT
               END-IF.
               IF DSP-ESTADO NOT = 'A' AND DSP-ESTADO NOT = 'R'
                       AND DSP-ESTADO NOT = 'C'
                       AND DSP-ESTADO NOT = 'E'
                   MOVE 'estado no es A, R, C ni E' TO motivo-rechazo
                   PERFORM RECHAZA-DISPOSICION
                       THRU RECHAZA-DISPOSICION-EXIT
                   GO TO CARGA-DISPOSICION-EXIT
               END-IF.
               IF cuantas-disposiciones NOT < 500
                   MOVE 'ya no cabe en la corrida; reenviela'
                       TO motivo-rechazo
                   PERFORM RECHAZA-DISPOSICION
                       THRU RECHAZA-DISPOSICION-EXIT
                   GO TO CARGA-DISPOSICION-EXIT
               END-IF.
               ADD 1 TO cuantas-disposiciones.
               MOVE DSP-NUMERO TO disp-numero(cuantas-disposiciones).
               MOVE DSP-ESTADO TO disp-estado(cuantas-disposiciones).
               MOVE DSP-ANALISTA
                   TO disp-analista(cuantas-disposiciones).
               MOVE DSP-NOTA TO disp-nota(cuantas-disposiciones).
               MOVE 'N' TO disp-aplicada(cuantas-disposiciones).
           CARGA-DISPOSICION-EXIT.
               EXIT.

      *Lista una disposicion rechazada al leerla, con el motivo que
      *dejo el que llama en motivo-rechazo.
           RECHAZA-DISPOSICION.
               ADD 1 TO cta-disp-rechazadas.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  ' DISPOSICION-RECORD(1:19) '  '
                   motivo-rechazo DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           RECHAZA-DISPOSICION-EXIT.
               EXIT.

      *Recorre el archivo de casos completo: toma el numero de caso
      *mas alto y aplica a cada caso las disposiciones con su numero,
      *en el orden en que se anotaron. Las que no encontraron caso se
      *rechazan al final.
           APLICA-DISPOSICIONES.
               MOVE 'N' TO fin-casos.
               MOVE LOW-VALUES TO CAS-LLAVE.
               START CASO-DISCREP-FILE KEY NOT LESS THAN CAS-LLAVE
                   INVALID KEY MOVE 'S' TO fin-casos
               END-START.
               PERFORM UNTIL hay-fin-casos
                   READ CASO-DISCREP-FILE NEXT RECORD
                       AT END MOVE 'S' TO fin-casos
                       NOT AT END
                           IF CAS-NUMERO > ultimo-numero
                               MOVE CAS-NUMERO TO ultimo-numero
                           END-IF
                           PERFORM APLICA-A-CASO
                               THRU APLICA-A-CASO-EXIT
                   END-READ
               END-PERFORM.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-disposiciones
                   IF disp-aplicada(busca) = 'N'
                       ADD 1 TO cta-disp-rechazadas
                       MOVE disp-numero(busca) TO numero-edit
                       MOVE SPACES TO REPORTE-LINEA
                       STRING '  caso ' numero-edit ' '
                           disp-estado(busca) ' ' disp-analista(busca)
                           '  no existe el caso' DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
           APLICA-DISPOSICIONES-EXIT.
               EXIT.

      *Aplica al caso en curso las disposiciones de su numero y lo
      *reescribe si hubo alguna.
           APLICA-A-CASO.
               SET no-encontrado TO TRUE.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-disposiciones
                   IF disp-numero(busca) = CAS-NUMERO
                       MOVE disp-estado(busca) TO CAS-ESTADO
                       MOVE disp-analista(busca) TO CAS-ANALISTA
                       MOVE disp-nota(busca) TO CAS-NOTA
                       MOVE fecha-proceso TO CAS-FECHA-DISPOSICION
                       MOVE 'S' TO disp-aplicada(busca)
                       ADD 1 TO cta-disp-aplicadas
                       SET si-encontrado TO TRUE
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
               IF no-encontrado
                   GO TO APLICA-A-CASO-EXIT
               END-IF.
               REWRITE CASO-DISCREP-RECORD.
               IF caso-estado NOT = '00'
                   DISPLAY 'ERROR: fallo la reescritura del caso, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' caso-estado
                   MOVE 'S' TO falla-casos
                   PERFORM DESCARTA-DISPOSICIONES
                       THRU DESCARTA-DISPOSICIONES-EXIT
               END-IF.
           APLICA-A-CASO-EXIT.
               EXIT.

      *Las disposiciones del caso en curso no quedaron grabadas: se
      *listan como rechazadas para que el analista las vuelva a
      *anotar, porque DISPOSIC se vacia al terminar el paso.
           DESCARTA-DISPOSICIONES.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-disposiciones
                   IF disp-numero(busca) = CAS-NUMERO
                       MOVE 'F' TO disp-aplicada(busca)
                       SUBTRACT 1 FROM cta-disp-aplicadas
                       ADD 1 TO cta-disp-rechazadas
                       MOVE disp-numero(busca) TO numero-edit
                       MOVE SPACES TO REPORTE-LINEA
                       STRING '  caso ' numero-edit ' '
                           disp-estado(busca) ' ' disp-analista(busca)
                           '  no se pudo grabar el caso; reenviela'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
           DESCARTA-DISPOSICIONES-EXIT.
               EXIT.

      *Lee el DISCREP de la corrida (ya abierto al arrancar) y abre o
      *actualiza el caso de cada discrepancia.
           ATIENDE-DISCREP.
               PERFORM UNTIL hay-fin-discrep
                   READ DISCREP-FILE
                       AT END
                           MOVE 'S' TO fin-discrep
                       NOT AT END
                           ADD 1 TO cta-discrep-leidas
                           PERFORM ATIENDE-DISCREPANCIA
                               THRU ATIENDE-DISCREPANCIA-EXIT
                   END-READ
               END-PERFORM.
               CLOSE DISCREP-FILE.
           ATIENDE-DISCREP-EXIT.
               EXIT.

      *Busca el caso del par de la discrepancia: si existe lo
      *actualiza (y lo reabre si estaba corregido); si no, abre uno
      *nuevo con el siguiente numero.
           ATIENDE-DISCREPANCIA.
               MOVE DIS-BASE-ENTRADA TO CAS-BASE-ENTRADA.
               MOVE DIS-VALOR-ENTRADA TO CAS-VALOR-ENTRADA.
               MOVE DIS-BASE-SALIDA TO CAS-BASE-SALIDA.
               MOVE DIS-VALOR-SALIDA TO CAS-VALOR-SALIDA.
               READ CASO-DISCREP-FILE KEY IS CAS-LLAVE.
               EVALUATE caso-estado
                   WHEN '00'
                       ADD 1 TO cta-casos-repetidos
                       EVALUATE TRUE
                           WHEN CAS-CORREGIDO
                               MOVE 'A' TO CAS-ESTADO
                               ADD 1 TO cta-casos-reabiertos
                           WHEN CAS-ESPERADO
                               ADD 1 TO cta-esperados-repetidos
                       END-EVALUATE
                       IF CAS-FECHA-ULTIMA NOT = fecha-proceso
                           ADD 1 TO CAS-VECES
                       END-IF
                       MOVE fecha-proceso TO CAS-FECHA-ULTIMA
                       MOVE DIS-POSICION TO CAS-POSICION
                       MOVE DIS-VALOR-RECALCULADO
                           TO CAS-VALOR-RECALCULADO
                       REWRITE CASO-DISCREP-RECORD
                   WHEN '23'
                       ADD 1 TO ultimo-numero
                       MOVE ultimo-numero TO CAS-NUMERO
                       MOVE 'A' TO CAS-ESTADO
                       MOVE fecha-proceso TO CAS-FECHA-APERTURA
                       MOVE fecha-proceso TO CAS-FECHA-ULTIMA
                       MOVE 1 TO CAS-VECES
                       MOVE DIS-POSICION TO CAS-POSICION
                       MOVE DIS-VALOR-RECALCULADO
                           TO CAS-VALOR-RECALCULADO
                       MOVE SPACES TO CAS-FECHA-DISPOSICION
                           CAS-ANALISTA CAS-NOTA
                       WRITE CASO-DISCREP-RECORD
                       ADD 1 TO cta-casos-nuevos
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF caso-estado NOT = '00'
                   DISPLAY 'ERROR: fallo la actualizacion del caso, '
                       WITH NO ADVANCING
                   DISPLAY 'estado ' caso-estado
                   MOVE 'S' TO falla-casos
               END-IF.
           ATIENDE-DISCREPANCIA-EXIT.
               EXIT.

      *Recorre el archivo de casos ya actualizado: cuenta los casos
      *por estado y lista los pendientes con su antiguedad,
      *acumulandolos por rango de dias y por par de bases.
           ANTIGUEDAD-CASOS.
               INITIALIZE tabla-antiguedad.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Casos pendientes (A abierto, R en revision):'
                   TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '     caso  e  par            dias   veces  '
                   'ultima    analista  valor de entrada'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'N' TO fin-casos.
               MOVE LOW-VALUES TO CAS-LLAVE.
               START CASO-DISCREP-FILE KEY NOT LESS THAN CAS-LLAVE
                   INVALID KEY MOVE 'S' TO fin-casos
               END-START.
               PERFORM UNTIL hay-fin-casos
                   READ CASO-DISCREP-FILE NEXT RECORD
                       AT END MOVE 'S' TO fin-casos
                       NOT AT END
                           PERFORM CLASIFICA-CASO
                               THRU CLASIFICA-CASO-EXIT
                   END-READ
               END-PERFORM.
               IF cta-abiertos + cta-en-revision = 0
                   MOVE '  (ninguno)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
           ANTIGUEDAD-CASOS-EXIT.
               EXIT.

      *Cuenta el caso en curso por estado; si esta pendiente calcula
      *sus dias desde la apertura, lo acumula y lo lista.
           CLASIFICA-CASO.
               EVALUATE TRUE
                   WHEN CAS-ABIERTO
                       ADD 1 TO cta-abiertos
                   WHEN CAS-EN-REVISION
                       ADD 1 TO cta-en-revision
                   WHEN CAS-CORREGIDO
                       ADD 1 TO cta-corregidos
                   WHEN CAS-ESPERADO
                       ADD 1 TO cta-esperados
               END-EVALUATE.
               IF NOT CAS-PENDIENTE
                   GO TO CLASIFICA-CASO-EXIT
               END-IF.
               IF CAS-FECHA-ULTIMA < fecha-proceso
                   ADD 1 TO cta-pendientes-sin-repetir
               END-IF.
               MOVE 0 TO dias-pendiente.
               IF CAS-FECHA-APERTURA NUMERIC
                       AND CAS-FECHA-APERTURA < fecha-proceso
                   COMPUTE dias-pendiente = dia-proceso -
                       FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(CAS-FECHA-APERTURA))
               END-IF.
               EVALUATE TRUE
                   WHEN dias-pendiente NOT > 7
                       MOVE 1 TO rango-antiguedad
                   WHEN dias-pendiente NOT > 30
                       MOVE 2 TO rango-antiguedad
                   WHEN dias-pendiente NOT > 60
                       MOVE 3 TO rango-antiguedad
                   WHEN dias-pendiente NOT > 90
                       MOVE 4 TO rango-antiguedad
                   WHEN OTHER
                       MOVE 5 TO rango-antiguedad
               END-EVALUATE.
               ADD 1 TO cta-antiguedad(rango-antiguedad).
               SET no-encontrado TO TRUE.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantos-pares OR si-encontrado
                   IF acum-par-entrada(busca) = CAS-BASE-ENTRADA
                           AND acum-par-salida(busca) = CAS-BASE-SALIDA
                       SET si-encontrado TO TRUE
                   ELSE
                       ADD 1 TO busca
                   END-IF
               END-PERFORM.
               IF no-encontrado AND cuantos-pares < 100
                   ADD 1 TO cuantos-pares
                   MOVE cuantos-pares TO busca
                   MOVE CAS-BASE-ENTRADA TO acum-par-entrada(busca)
                   MOVE CAS-BASE-SALIDA TO acum-par-salida(busca)
                   MOVE 0 TO acum-par-total(busca)
                   MOVE 1 TO busca-rango
                   PERFORM UNTIL busca-rango > 5
                       MOVE 0 TO acum-par-rango(busca, busca-rango)
                       ADD 1 TO busca-rango
                   END-PERFORM
                   SET si-encontrado TO TRUE
               END-IF.
               IF si-encontrado
                   ADD 1 TO acum-par-total(busca)
                   ADD 1 TO acum-par-rango(busca, rango-antiguedad)
               ELSE
                   ADD 1 TO pares-no-desglosados
               END-IF.
               MOVE CAS-NUMERO TO pen-numero.
               MOVE CAS-ESTADO TO pen-estado.
               MOVE CAS-BASE-ENTRADA TO pen-base-entrada.
               MOVE CAS-BASE-SALIDA TO pen-base-salida.
               MOVE dias-pendiente TO pen-dias.
               MOVE CAS-VECES TO pen-veces.
               MOVE CAS-FECHA-ULTIMA TO pen-ultima.
               MOVE CAS-ANALISTA TO pen-analista.
               MOVE CAS-VALOR-ENTRADA(1:40) TO pen-valor-entrada.
               WRITE REPORTE-LINEA FROM PENDIENTE-LINEA.
           CLASIFICA-CASO-EXIT.
               EXIT.

      *Imprime la antiguedad de los pendientes, su desglose por par
      *de bases y los totales de la corrida.
           IMPRIME-TOTALES.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Antiguedad de los casos pendientes:'
                   TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca-rango.
               PERFORM UNTIL busca-rango > 5
                   MOVE cta-antiguedad(busca-rango) TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  ' texto-antiguedad(busca-rango) '   '
                       cuenta-edit DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO busca-rango
               END-PERFORM.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Pendientes por par de bases:        total'
                   '    0-7 dias   8-30 dias  31-60 dias  61-90 dias'
                   '   mas de 90' DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantos-pares
                   MOVE SPACES TO PAR-LINEA
                   MOVE acum-par-entrada(busca) TO par-entrada
                   MOVE ' -> ' TO PAR-LINEA(7:4)
                   MOVE acum-par-salida(busca) TO par-salida
                   MOVE acum-par-total(busca) TO par-total
                   MOVE 1 TO busca-rango
                   PERFORM UNTIL busca-rango > 5
                       MOVE acum-par-rango(busca, busca-rango)
                           TO par-rango-cuenta(busca-rango)
                       ADD 1 TO busca-rango
                   END-PERFORM
                   WRITE REPORTE-LINEA FROM PAR-LINEA
                   ADD 1 TO busca
               END-PERFORM.
               IF pares-no-desglosados > 0
                   MOVE pares-no-desglosados TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  (otros pares: ' cuenta-edit ')'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-disp-leidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Disposiciones leidas:            ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-disp-aplicadas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Aplicadas:                     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-disp-rechazadas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Rechazadas:                    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-discrep-leidas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Discrepancias leidas de DISCREP: ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-casos-nuevos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Casos nuevos:                  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-casos-repetidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Casos ya registrados:          ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-casos-reabiertos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    Reabiertos (estaban corr.):  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-esperados-repetidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    Aceptados como esperados:    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Casos por estado:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-abiertos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  A abiertos:                    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-en-revision TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  R en revision:                 ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-corregidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  C corregidos:                  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-esperados TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  E aceptados como esperados:    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-pendientes-sin-repetir TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Pendientes que no salieron hoy:  ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-TOTALES-EXIT.
               EXIT.

      * Tendencia de volumen de conversiones periodo contra periodo:
      * cierrePeriodo deja un PROD.CONVERSOR.AUDARCH.Daaaamm por cada
      * mes cerrado, pero reporteAuditoria solo ve el periodo abierto
      * de AUDITLOG. Este reporte lee un rango de esos archivos
      * fechados (concatenados en el DD AUDARCH, en cualquier orden;
      * se puede concatenar AUDITLOG al final para incluir el mes en
      * curso) y muestra el volumen de conversiones por mes: el total,
      * el desglose por familia de AUD-PARRAFO (tabla FAMILIAS) y por
      * base de entrada (AUD-BASE), cada uno con la variacion contra
      * el mes anterior, contra el mismo mes del anio anterior y el
      * promedio movil de los ultimos meses. Cierra con un resumen de
      * tendencia por familia y por base (crece, baja, estable, nueva
      * o sin uso) para planear capacidad.
      * El PARM es 'desde,hasta,ventana': meses AAAAMM del rango (hasta
      * 36 meses; 'hasta' en blanco toma 12 meses a partir de 'desde')
      * y los meses del promedio movil (1 a 12, default 3). Cada
      * registro cae en su mes por AUD-TIMESTAMP; los que quedan fuera
      * del rango solo se cuentan.
      * Termina con RETURN-CODE 0 (limpio), 4 (algun mes del rango sin
      * registros: probablemente falta su archivo en la concatenacion)
      * u 8 (PARM invalido o AUDARCH no disponible).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporteTendencias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Archivos historicos fechados del log de auditoria
           *>(concatenados), mismo registro de AUDITREC
           SELECT AUDIT-ARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivo-estado.
           *>Listado del reporte de tendencias
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-ARCH-FILE.
           COPY AUDITREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 archivo-estado PIC X(2) VALUE '00'.
           01 fin-archivo PIC X(1) VALUE 'N'.
               88 hay-fin-archivo VALUE 'S'.
           *>Piezas del PARM 'desde,hasta,ventana'
           01 parm-desde PIC X(6) VALUE SPACES.
           01 parm-hasta PIC X(6) VALUE SPACES.
           01 parm-ventana PIC X(2) VALUE SPACES.
           01 parm-valido PIC X(1) VALUE 'S'.
               88 hay-parm-valido VALUE 'S'.
           *>Meses como numero absoluto (anio * 12 + mes - 1), para
           *>indexar las tablas y para restar meses sin pelear con el
           *>cambio de anio
           01 mes-aaaamm.
               02 mes-aaaa PIC 9(4).
               02 mes-mm PIC 9(2).
           01 mes-absoluto PIC 9(6).
           01 mes-desde-abs PIC 9(6) VALUE 0.
           01 mes-hasta-abs PIC 9(6) VALUE 0.
           01 mes-residuo PIC 9(2).
           01 cuantos-meses PIC 9(2) VALUE 0.
           01 indice-mes PIC 9(2).
           *>Meses del promedio movil y de las ventanas del resumen
           01 ventana PIC 9(2) VALUE 3.
           01 ventana-resumen PIC 9(2).

           *>Volumen total por mes del rango
           01 tabla-meses.
               02 acum-mes-cuenta PIC 9(8) OCCURS 36.
           *>Volumen por familia de AUD-PARRAFO y mes; la tabla se
           *>arma al arrancar con las familias distintas de FAMILIAS
           *>mas la de los parrafos que no coinciden
           01 cuantas-familias PIC 9(2) VALUE 0.
           01 tabla-familias.
               02 acum-familia OCCURS 14.
                   03 acum-familia-nombre PIC X(12).
                   03 acum-familia-total PIC 9(8).
                   03 acum-familia-mes PIC 9(8) OCCURS 36.
           *>Volumen por base de entrada y mes; se llena conforme
           *>aparecen bases nuevas, como en reporteAuditoria
           01 cuantas-bases PIC 9(3) VALUE 0.
           01 tabla-bases.
               02 acum-base OCCURS 40.
                   03 acum-base-nombre PIC X(4).
                   03 acum-base-total PIC 9(8).
                   03 acum-base-mes PIC 9(8) OCCURS 36.
           01 bases-no-desglosadas PIC 9(8) VALUE 0.
           *>Serie mensual en curso para los listados y el resumen
           01 serie-nombre PIC X(24).
           01 serie-total PIC 9(8).
           01 tabla-serie.
               02 serie-cuenta PIC 9(8) OCCURS 36.

           *>Contadores de la lectura
           01 cta-leidos PIC 9(8) VALUE 0.
           01 cta-en-rango PIC 9(8) VALUE 0.
           01 cta-fuera-rango PIC 9(8) VALUE 0.
           01 cta-sin-fecha PIC 9(8) VALUE 0.
           01 cta-meses-vacios PIC 9(2) VALUE 0.
           01 familia-registro PIC X(12).
           01 busca PIC 9(3).
           01 busca-mes PIC 9(2).
           01 encontrado PIC X(1).
               88 si-encontrado VALUE 'S'.
               88 no-encontrado VALUE 'N'.

           *>Calculo de variaciones y promedios
           01 cifra-actual PIC 9(8).
           01 cifra-base PIC 9(8).
           01 variacion PIC S9(6)V9.
           01 variacion-edit PIC +++++9.9.
           01 texto-variacion PIC X(9).
           01 suma-ventana PIC 9(10).
           01 promedio PIC 9(8)V9.
           01 promedio-edit PIC ZZ,ZZZ,ZZ9.9.
           01 texto-promedio PIC X(12).
           01 promedio-inicio PIC 9(8)V9.
           01 promedio-fin PIC 9(8)V9.
           01 texto-tendencia PIC X(8).
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 fecha-reporte PIC X(8).
           *>Mes AAAA-MM para encabezados y detalle
           01 mes-edit.
               02 mes-edit-aaaa PIC 9(4).
               02 FILLER PIC X(1) VALUE '-'.
               02 mes-edit-mm PIC 9(2).
           01 mes-edit-desde PIC X(7).
           *>Linea de detalle de una serie mensual
           01 DETALLE-SERIE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 det-mes PIC X(7).
               02 FILLER PIC X(3) VALUE SPACES.
               02 det-cuenta PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 det-var-mes PIC X(9).
               02 FILLER PIC X(4) VALUE SPACES.
               02 det-var-anio PIC X(9).
               02 FILLER PIC X(4) VALUE SPACES.
               02 det-promedio PIC X(12).
           *>Linea del resumen de tendencia
           01 RESUMEN-LINEA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 res-nombre PIC X(14).
               02 res-total PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 res-inicio PIC ZZ,ZZZ,ZZ9.9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 res-fin PIC ZZ,ZZZ,ZZ9.9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 res-variacion PIC X(9).
               02 FILLER PIC X(3) VALUE SPACES.
               02 res-tendencia PIC X(8).
           *>Codigo de retorno del paso: 0 limpio, 4 meses vacios,
           *>8 PARM invalido o archivo no disponible
           01 codigo-retorno PIC 9(1) VALUE 0.

           *>Familias de AUD-PARRAFO
           COPY FAMILIAS.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: 'desde,hasta,ventana'
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor del reporte: valida el rango del PARM, acumula los
      *archivos concatenados y luego imprime cada seccion.
           TENDENCIA-INICIO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-reporte.
               OPEN OUTPUT REPORTE-FILE.
               PERFORM PARSEA-PARM THRU PARSEA-PARM-EXIT.
               IF NOT hay-parm-valido
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'PARM invalido: se espera '
                       '''desde,hasta,ventana'' con meses AAAAMM, '
                       'a lo mas 36 meses y ventana de 1 a 12'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO TENDENCIA-FIN
               END-IF.
               PERFORM ARMA-FAMILIAS THRU ARMA-FAMILIAS-EXIT.
               INITIALIZE tabla-meses.
               OPEN INPUT AUDIT-ARCH-FILE.
               IF archivo-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir AUDARCH, estado '
                       archivo-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Los archivos historicos no estan '
                       'disponibles; no hay reporte'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO TENDENCIA-FIN
               END-IF.
               PERFORM UNTIL hay-fin-archivo
                   READ AUDIT-ARCH-FILE
                       AT END
                           MOVE 'S' TO fin-archivo
                       NOT AT END
                           PERFORM ACUMULA-REGISTRO
                               THRU ACUMULA-REGISTRO-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-ARCH-FILE.
               PERFORM IMPRIME-REPORTE THRU IMPRIME-REPORTE-EXIT.
               IF cta-meses-vacios > 0 AND codigo-retorno < 4
                   MOVE 4 TO codigo-retorno
               END-IF.
           TENDENCIA-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Separa el PARM 'desde,hasta,ventana' y convierte el rango a
      *meses absolutos; 'hasta' en blanco toma 12 meses.
           PARSEA-PARM.
               IF PARM-LEN > 0
                   UNSTRING PARM-TEXT(1:PARM-LEN)
                       DELIMITED BY ','
                       INTO parm-desde parm-hasta parm-ventana
               END-IF.
               IF parm-desde NOT NUMERIC
                   MOVE 'N' TO parm-valido
                   GO TO PARSEA-PARM-EXIT
               END-IF.
               MOVE parm-desde TO mes-aaaamm.
               IF mes-mm < 1 OR mes-mm > 12
                   MOVE 'N' TO parm-valido
                   GO TO PARSEA-PARM-EXIT
               END-IF.
               COMPUTE mes-desde-abs = mes-aaaa * 12 + mes-mm - 1.
               IF parm-hasta = SPACES
                   COMPUTE mes-hasta-abs = mes-desde-abs + 11
               ELSE
                   IF parm-hasta NOT NUMERIC
                       MOVE 'N' TO parm-valido
                       GO TO PARSEA-PARM-EXIT
                   END-IF
                   MOVE parm-hasta TO mes-aaaamm
                   IF mes-mm < 1 OR mes-mm > 12
                       MOVE 'N' TO parm-valido
                       GO TO PARSEA-PARM-EXIT
                   END-IF
                   COMPUTE mes-hasta-abs = mes-aaaa * 12 + mes-mm - 1
               END-IF.
               IF mes-hasta-abs < mes-desde-abs
                       OR mes-hasta-abs - mes-desde-abs > 35
                   MOVE 'N' TO parm-valido
                   GO TO PARSEA-PARM-EXIT
               END-IF.
               COMPUTE cuantos-meses =
                   mes-hasta-abs - mes-desde-abs + 1.
               IF parm-ventana NOT = SPACES
                   IF parm-ventana(2:1) = SPACE
                       MOVE parm-ventana(1:1) TO parm-ventana(2:1)
                       MOVE '0' TO parm-ventana(1:1)
                   END-IF
                   IF parm-ventana NOT NUMERIC
                       MOVE 'N' TO parm-valido
                       GO TO PARSEA-PARM-EXIT
                   END-IF
                   MOVE parm-ventana TO ventana
                   IF ventana < 1 OR ventana > 12
                       MOVE 'N' TO parm-valido
                       GO TO PARSEA-PARM-EXIT
                   END-IF
               END-IF.
           PARSEA-PARM-EXIT.
               EXIT.

      *Arma la tabla de acumulados por familia con los nombres
      *distintos de FAMILIAS, en el orden de la tabla, y al final la
      *familia de los parrafos que no coinciden.
           ARMA-FAMILIAS.
               INITIALIZE tabla-familias.
               MOVE 0 TO cuantas-familias.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > FAM-CUANTAS
                   MOVE FAM-NOMBRE(busca-mes) TO familia-registro
                   PERFORM DA-ALTA-FAMILIA THRU DA-ALTA-FAMILIA-EXIT
                   ADD 1 TO busca-mes
               END-PERFORM.
               MOVE FAM-OTROS TO familia-registro.
               PERFORM DA-ALTA-FAMILIA THRU DA-ALTA-FAMILIA-EXIT.
           ARMA-FAMILIAS-EXIT.
               EXIT.

      *Da de alta en la tabla la familia de familia-registro si aun
      *no esta.
           DA-ALTA-FAMILIA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-familias
                   IF acum-familia-nombre(busca) = familia-registro
                       GO TO DA-ALTA-FAMILIA-EXIT
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
               IF cuantas-familias < 14
                   ADD 1 TO cuantas-familias
                   MOVE familia-registro
                       TO acum-familia-nombre(cuantas-familias)
               END-IF.
           DA-ALTA-FAMILIA-EXIT.
               EXIT.

      *Acumula un registro del archivo en su mes: total del mes,
      *familia de su parrafo y base de entrada.
           ACUMULA-REGISTRO.
               ADD 1 TO cta-leidos.
               IF AUD-TIMESTAMP(1:6) NOT NUMERIC
                   ADD 1 TO cta-sin-fecha
                   GO TO ACUMULA-REGISTRO-EXIT
               END-IF.
               MOVE AUD-TIMESTAMP(1:6) TO mes-aaaamm.
               COMPUTE mes-absoluto = mes-aaaa * 12 + mes-mm - 1.
               IF mes-absoluto < mes-desde-abs
                       OR mes-absoluto > mes-hasta-abs
                   ADD 1 TO cta-fuera-rango
                   GO TO ACUMULA-REGISTRO-EXIT
               END-IF.
               ADD 1 TO cta-en-rango.
               COMPUTE indice-mes = mes-absoluto - mes-desde-abs + 1.
               ADD 1 TO acum-mes-cuenta(indice-mes).
               *>por familia
               PERFORM BUSCA-FAMILIA THRU BUSCA-FAMILIA-EXIT.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-familias
                       OR acum-familia-nombre(busca) = familia-registro
                   ADD 1 TO busca
               END-PERFORM.
               IF busca > cuantas-familias
                   MOVE cuantas-familias TO busca
               END-IF.
               ADD 1 TO acum-familia-total(busca).
               ADD 1 TO acum-familia-mes(busca, indice-mes).
               *>por base de entrada
               SET no-encontrado TO TRUE.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-bases OR si-encontrado
                   IF acum-base-nombre(busca) = AUD-BASE
                       SET si-encontrado TO TRUE
                   ELSE
                       ADD 1 TO busca
                   END-IF
               END-PERFORM.
               IF no-encontrado AND cuantas-bases < 40
                   ADD 1 TO cuantas-bases
                   MOVE cuantas-bases TO busca
                   MOVE AUD-BASE TO acum-base-nombre(busca)
                   MOVE 0 TO acum-base-total(busca)
                   MOVE 1 TO busca-mes
                   PERFORM UNTIL busca-mes > 36
                       MOVE 0 TO acum-base-mes(busca, busca-mes)
                       ADD 1 TO busca-mes
                   END-PERFORM
                   SET si-encontrado TO TRUE
               END-IF.
               IF si-encontrado
                   ADD 1 TO acum-base-total(busca)
                   ADD 1 TO acum-base-mes(busca, indice-mes)
               ELSE
                   ADD 1 TO bases-no-desglosadas
               END-IF.
           ACUMULA-REGISTRO-EXIT.
               EXIT.

      *Deja en familia-registro la familia del AUD-PARRAFO en curso:
      *el primer prefijo de FAMILIAS que coincide, o la de otros.
           BUSCA-FAMILIA.
               MOVE FAM-OTROS TO familia-registro.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > FAM-CUANTAS
                   IF AUD-PARRAFO(1:FAM-LARGO(busca-mes))
                           = FAM-PREFIJO(busca-mes)
                               (1:FAM-LARGO(busca-mes))
                       MOVE FAM-NOMBRE(busca-mes) TO familia-registro
                       GO TO BUSCA-FAMILIA-EXIT
                   END-IF
                   ADD 1 TO busca-mes
               END-PERFORM.
           BUSCA-FAMILIA-EXIT.
               EXIT.

      *Imprime el reporte: encabezado, volumen total por mes, series
      *por familia y por base, resumen de tendencia y cuadre.
           IMPRIME-REPORTE.
               MOVE mes-desde-abs TO mes-absoluto.
               PERFORM EDITA-MES THRU EDITA-MES-EXIT.
               MOVE mes-edit TO mes-edit-desde.
               MOVE mes-hasta-abs TO mes-absoluto.
               PERFORM EDITA-MES THRU EDITA-MES-EXIT.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Tendencia de volumen de conversiones '
                   mes-edit-desde ' a ' mes-edit ' ==='
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE ventana TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Fecha del reporte: ' fecha-reporte
                   '   Meses del promedio movil:' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Volumen total por mes:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'TOTAL' TO serie-nombre.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > 36
                   MOVE acum-mes-cuenta(busca-mes)
                       TO serie-cuenta(busca-mes)
                   ADD 1 TO busca-mes
               END-PERFORM.
               PERFORM IMPRIME-SERIE THRU IMPRIME-SERIE-EXIT.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Volumen por familia de conversion:'
                   TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-familias
                   IF acum-familia-total(busca) > 0
                       PERFORM CARGA-SERIE-FAMILIA
                           THRU CARGA-SERIE-FAMILIA-EXIT
                       PERFORM IMPRIME-SERIE THRU IMPRIME-SERIE-EXIT
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Volumen por base de entrada:' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-bases
                   PERFORM CARGA-SERIE-BASE THRU CARGA-SERIE-BASE-EXIT
                   PERFORM IMPRIME-SERIE THRU IMPRIME-SERIE-EXIT
                   ADD 1 TO busca
               END-PERFORM.
               IF bases-no-desglosadas > 0
                   MOVE bases-no-desglosadas TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  (otras bases: ' cuenta-edit ')'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               PERFORM IMPRIME-RESUMEN THRU IMPRIME-RESUMEN-EXIT.
               PERFORM IMPRIME-CUADRE THRU IMPRIME-CUADRE-EXIT.
           IMPRIME-REPORTE-EXIT.
               EXIT.

      *Copia a la serie en curso los meses de la familia 'busca'.
           CARGA-SERIE-FAMILIA.
               MOVE acum-familia-nombre(busca) TO serie-nombre.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > 36
                   MOVE acum-familia-mes(busca, busca-mes)
                       TO serie-cuenta(busca-mes)
                   ADD 1 TO busca-mes
               END-PERFORM.
           CARGA-SERIE-FAMILIA-EXIT.
               EXIT.

      *Copia a la serie en curso los meses de la base 'busca'.
           CARGA-SERIE-BASE.
               MOVE SPACES TO serie-nombre.
               STRING 'BASE ' acum-base-nombre(busca)
                   DELIMITED BY SIZE INTO serie-nombre.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > 36
                   MOVE acum-base-mes(busca, busca-mes)
                       TO serie-cuenta(busca-mes)
                   ADD 1 TO busca-mes
               END-PERFORM.
           CARGA-SERIE-BASE-EXIT.
               EXIT.

      *Imprime la serie en curso: una linea por mes del rango con el
      *volumen, la variacion contra el mes anterior, contra el mismo
      *mes del anio anterior (si cae en el rango) y el promedio movil
      *(cuando ya hay meses suficientes en el rango).
           IMPRIME-SERIE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  ' serie-nombre
                   '        vs mes ant.  vs anio ant.  promedio movil'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 0 TO serie-total.
               MOVE 1 TO indice-mes.
               PERFORM UNTIL indice-mes > cuantos-meses
                   COMPUTE mes-absoluto =
                       mes-desde-abs + indice-mes - 1
                   PERFORM EDITA-MES THRU EDITA-MES-EXIT
                   MOVE mes-edit TO det-mes
                   MOVE serie-cuenta(indice-mes) TO det-cuenta
                   ADD serie-cuenta(indice-mes) TO serie-total
                   MOVE serie-cuenta(indice-mes) TO cifra-actual
                   IF indice-mes > 1
                       MOVE serie-cuenta(indice-mes - 1)
                           TO cifra-base
                       PERFORM CALCULA-VARIACION
                           THRU CALCULA-VARIACION-EXIT
                   ELSE
                       MOVE '      n/a' TO texto-variacion
                   END-IF
                   MOVE texto-variacion TO det-var-mes
                   IF indice-mes > 12
                       MOVE serie-cuenta(indice-mes - 12)
                           TO cifra-base
                       PERFORM CALCULA-VARIACION
                           THRU CALCULA-VARIACION-EXIT
                   ELSE
                       MOVE '      n/a' TO texto-variacion
                   END-IF
                   MOVE texto-variacion TO det-var-anio
                   PERFORM CALCULA-PROMEDIO-MOVIL
                       THRU CALCULA-PROMEDIO-MOVIL-EXIT
                   MOVE texto-promedio TO det-promedio
                   WRITE REPORTE-LINEA FROM DETALLE-SERIE
                   ADD 1 TO indice-mes
               END-PERFORM.
               MOVE serie-total TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '    Total    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-SERIE-EXIT.
               EXIT.

      *Variacion porcentual de cifra-actual contra cifra-base, con
      *signo, en texto-variacion; sin base no hay variacion.
           CALCULA-VARIACION.
               IF cifra-base = 0
                   MOVE '      n/a' TO texto-variacion
                   GO TO CALCULA-VARIACION-EXIT
               END-IF.
               COMPUTE variacion ROUNDED =
                   (cifra-actual - cifra-base) * 100 / cifra-base
                   ON SIZE ERROR
                       MOVE 99999.9 TO variacion
               END-COMPUTE.
               MOVE variacion TO variacion-edit.
               MOVE variacion-edit TO texto-variacion.
               MOVE '%' TO texto-variacion(9:1).
           CALCULA-VARIACION-EXIT.
               EXIT.

      *Promedio de los ultimos 'ventana' meses de la serie hasta el
      *mes indice-mes, en texto-promedio.
           CALCULA-PROMEDIO-MOVIL.
               IF indice-mes < ventana
                   MOVE '         n/a' TO texto-promedio
                   GO TO CALCULA-PROMEDIO-MOVIL-EXIT
               END-IF.
               MOVE 0 TO suma-ventana.
               COMPUTE busca-mes = indice-mes - ventana + 1.
               PERFORM UNTIL busca-mes > indice-mes
                   ADD serie-cuenta(busca-mes) TO suma-ventana
                   ADD 1 TO busca-mes
               END-PERFORM.
               COMPUTE promedio ROUNDED = suma-ventana / ventana.
               MOVE promedio TO promedio-edit.
               MOVE promedio-edit TO texto-promedio.
           CALCULA-PROMEDIO-MOVIL-EXIT.
               EXIT.

      *Resumen de tendencia por familia y por base: compara el
      *promedio de los primeros meses del rango contra el de los
      *ultimos (ventanas del tamano del promedio movil, o de la
      *mitad del rango si este es corto) y califica la serie.
           IMPRIME-RESUMEN.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Resumen de tendencia (promedio mensual de los '
                   'primeros meses del rango contra el de los '
                   'ultimos):' DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cuantos-meses < 2
                   MOVE '  (el rango tiene un solo mes)'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   GO TO IMPRIME-RESUMEN-EXIT
               END-IF.
               MOVE ventana TO ventana-resumen.
               IF ventana-resumen * 2 > cuantos-meses
                   COMPUTE ventana-resumen = cuantos-meses / 2
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  serie              total      '
                   'al inicio       al final   variacion   tendencia'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-familias
                   IF acum-familia-total(busca) > 0
                       PERFORM CARGA-SERIE-FAMILIA
                           THRU CARGA-SERIE-FAMILIA-EXIT
                       PERFORM CALIFICA-SERIE
                           THRU CALIFICA-SERIE-EXIT
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-bases
                   PERFORM CARGA-SERIE-BASE THRU CARGA-SERIE-BASE-EXIT
                   PERFORM CALIFICA-SERIE THRU CALIFICA-SERIE-EXIT
                   ADD 1 TO busca
               END-PERFORM.
           IMPRIME-RESUMEN-EXIT.
               EXIT.

      *Califica la serie en curso y escribe su linea de resumen:
      *NUEVA si no tenia volumen al inicio, SIN USO si ya no tiene al
      *final, CRECE o BAJA si vario mas de 10% y ESTABLE si no.
           CALIFICA-SERIE.
               MOVE 0 TO suma-ventana serie-total.
               MOVE 1 TO busca-mes.
               PERFORM UNTIL busca-mes > cuantos-meses
                   ADD serie-cuenta(busca-mes) TO serie-total
                   IF busca-mes NOT > ventana-resumen
                       ADD serie-cuenta(busca-mes) TO suma-ventana
                   END-IF
                   ADD 1 TO busca-mes
               END-PERFORM.
               COMPUTE promedio-inicio ROUNDED =
                   suma-ventana / ventana-resumen.
               MOVE 0 TO suma-ventana.
               COMPUTE busca-mes = cuantos-meses - ventana-resumen + 1.
               PERFORM UNTIL busca-mes > cuantos-meses
                   ADD serie-cuenta(busca-mes) TO suma-ventana
                   ADD 1 TO busca-mes
               END-PERFORM.
               COMPUTE promedio-fin ROUNDED =
                   suma-ventana / ventana-resumen.
               EVALUATE TRUE
                   WHEN promedio-inicio = 0 AND promedio-fin = 0
                       MOVE 'SIN USO' TO texto-tendencia
                       MOVE '      n/a' TO texto-variacion
                   WHEN promedio-inicio = 0
                       MOVE 'NUEVA' TO texto-tendencia
                       MOVE '      n/a' TO texto-variacion
                   WHEN OTHER
                       COMPUTE variacion ROUNDED =
                           (promedio-fin - promedio-inicio) * 100
                           / promedio-inicio
                           ON SIZE ERROR
                               MOVE 99999.9 TO variacion
                       END-COMPUTE
                       MOVE variacion TO variacion-edit
                       MOVE variacion-edit TO texto-variacion
                       MOVE '%' TO texto-variacion(9:1)
                       EVALUATE TRUE
                           WHEN promedio-fin = 0
                               MOVE 'SIN USO' TO texto-tendencia
                           WHEN variacion > 10
                               MOVE 'CRECE' TO texto-tendencia
                           WHEN variacion < -10
                               MOVE 'BAJA' TO texto-tendencia
                           WHEN OTHER
                               MOVE 'ESTABLE' TO texto-tendencia
                       END-EVALUATE
               END-EVALUATE.
               MOVE serie-nombre TO res-nombre.
               MOVE serie-total TO res-total.
               MOVE promedio-inicio TO res-inicio.
               MOVE promedio-fin TO res-fin.
               MOVE texto-variacion TO res-variacion.
               MOVE texto-tendencia TO res-tendencia.
               WRITE REPORTE-LINEA FROM RESUMEN-LINEA.
           CALIFICA-SERIE-EXIT.
               EXIT.

      *Cuadre de la lectura y aviso de los meses del rango que no
      *trajeron ningun registro.
           IMPRIME-CUADRE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 0 TO cta-meses-vacios.
               MOVE 1 TO indice-mes.
               PERFORM UNTIL indice-mes > cuantos-meses
                   IF acum-mes-cuenta(indice-mes) = 0
                       ADD 1 TO cta-meses-vacios
                       COMPUTE mes-absoluto =
                           mes-desde-abs + indice-mes - 1
                       PERFORM EDITA-MES THRU EDITA-MES-EXIT
                       MOVE SPACES TO REPORTE-LINEA
                       STRING '*** Mes ' mes-edit ' sin registros: '
                           'revise que su AUDARCH este en la '
                           'concatenacion ***'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                   END-IF
                   ADD 1 TO indice-mes
               END-PERFORM.
               MOVE cta-leidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros leidos:               ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-en-rango TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Dentro del rango:             ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-fuera-rango TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Fuera del rango:              ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-sin-fecha TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Sin fecha valida:             ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-CUADRE-EXIT.
               EXIT.

      *Convierte mes-absoluto a AAAA-MM en mes-edit.
           EDITA-MES.
               DIVIDE mes-absoluto BY 12 GIVING mes-edit-aaaa
                   REMAINDER mes-residuo.
               COMPUTE mes-edit-mm = mes-residuo + 1.
           EDITA-MES-EXIT.
               EXIT.

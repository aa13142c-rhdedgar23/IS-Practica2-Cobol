      * Cargo departamental del conversor: el conversor es un servicio
      * compartido y finanzas reparte su costo entre los centros de
      * costo que lo usan. Cada conversion auditada lleva el centro
      * de costo al que se carga (AUD-CENTRO-COSTO: el de la cabecera
      * HD del lote, el que tecleo el operador o el del que llamo al
      * servicio). Este reporte lee el log de auditoria archivado del
      * mes cerrado (PROD.CONVERSOR.AUDARCH.Daaaamm), cuenta las
      * conversiones por centro de costo y por familia de conversion
      * (tabla FAMILIAS, la misma de reporteTendencias), les pone
      * precio con la tabla de tarifas (dataset TARIFAS, trazado
      * TARIFREC) y saca el importe por centro y el total general.
      * El total de conversiones se cuadra contra las cuentas que
      * cierrePeriodo dejo en su registro de control (CIERRCTL,
      * trazado CIERREC): cada registro archivado del mes debe quedar
      * cargado a algun renglon.
      * Las conversiones sin centro de costo (logs anteriores al
      * campo) salen como 'SIN ASIGNAR' y se cobran con las tarifas
      * de '*'; un renglon sin tarifa que le aplique sale con importe
      * cero y marcado.
      * El PARM trae el periodo como AAAAMM.
      * Termina con RETURN-CODE 0 (cargo completo y cuadrado), 4
      * (cuadra, pero hay conversiones sin asignar o renglones sin
      * tarifa) u 8 (PARM invalido, TARIFAS o AUDARCH no disponibles,
      * renglon de tarifa invalido, tablas excedidas, registro de
      * control ausente, de otro periodo o de un cierre que no
      * cuadro, o el total no cuadra con el cierre).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargoDepartamental.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Log de auditoria archivado del mes cerrado, mismo registro
           *>de AUDITREC
           SELECT AUDIT-ARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivo-estado.
           *>Tabla de tarifas por centro de costo y familia
           SELECT TARIFA-FILE ASSIGN TO TARIFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tarifa-estado.
           *>Registro de control del cierre del mismo periodo
           SELECT CIERRE-CTL-FILE ASSIGN TO CIERRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-estado.
           *>Listado del cargo departamental
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-ARCH-FILE.
           COPY AUDITREC.

        FD  TARIFA-FILE.
           COPY TARIFREC.

        FD  CIERRE-CTL-FILE.
           COPY CIERREC.

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 archivo-estado PIC X(2) VALUE '00'.
           01 tarifa-estado PIC X(2) VALUE '00'.
           01 control-estado PIC X(2) VALUE '00'.
           01 fin-archivo PIC X(1) VALUE 'N'.
               88 hay-fin-archivo VALUE 'S'.
           01 fin-tarifas PIC X(1) VALUE 'N'.
               88 hay-fin-tarifas VALUE 'S'.
           *>Periodo del cargo (AAAAMM) tomado del PARM
           01 periodo-cargo PIC X(6) VALUE SPACES.
           01 periodo-mes PIC 9(2).
           01 periodo-valido PIC X(1) VALUE 'S'.
               88 es-periodo-valido VALUE 'S'.
               88 es-periodo-invalido VALUE 'N'.
           01 fecha-reporte PIC X(8).

           *>Tabla de tarifas cargada de TARIFAS
           01 cuantas-tarifas PIC 9(3) VALUE 0.
           01 tabla-tarifas.
               02 tarifa-renglon OCCURS 300.
                   03 tt-centro PIC X(6).
                   03 tt-familia PIC X(12).
                   03 tt-tarifa PIC 9(4)V9(4).
           01 tarifas-leidas PIC 9(5) VALUE 0.
           01 tarifas-invalidas PIC 9(5) VALUE 0.
           01 tarifa-renglon-edit PIC ZZZZ9.
           *>Tarifa que aplica al renglon en curso y que tan
           *>especifica es (4 centro y familia, 3 '*' y familia, 2
           *>centro y '*', 1 '*' y '*', 0 ninguna)
           01 tarifa-hallada PIC 9(4)V9(4).
           01 nivel-hallado PIC 9(1).
           01 nivel-renglon PIC 9(1).

           *>Familias de conversion, en el orden de FAMILIAS y al
           *>final la de los parrafos que no coinciden
           01 cuantas-familias PIC 9(2) VALUE 0.
           01 tabla-familias.
               02 familia-nombre PIC X(12) OCCURS 14.
           01 familia-registro PIC X(12).
           01 indice-familia PIC 9(2).

           *>Conversiones por centro de costo y familia; la tabla se
           *>mantiene en orden de centro (el centro en blanco, sin
           *>asignar, queda primero)
           01 cuantos-centros PIC 9(3) VALUE 0.
           01 tabla-centros.
               02 centro-renglon OCCURS 200.
                   03 cc-centro PIC X(6).
                   03 cc-total PIC 9(8).
                   03 cc-cuenta PIC 9(8) OCCURS 14.
           01 centro-registro PIC X(6).
           01 indice-centro PIC 9(3).
           01 tabla-desbordada PIC X(1) VALUE 'N'.
               88 hay-desborde VALUE 'S'.

           *>Contadores de la lectura y del cuadre
           01 cta-leidos PIC 9(8) VALUE 0.
           01 cta-en-periodo PIC 9(8) VALUE 0.
           01 cta-fuera-periodo PIC 9(8) VALUE 0.
           01 cta-sin-asignar PIC 9(8) VALUE 0.
           01 cta-cargadas PIC 9(8) VALUE 0.
           01 renglones-sin-tarifa PIC 9(5) VALUE 0.
           01 control-presente PIC X(1) VALUE 'N'.
               88 hay-control VALUE 'S'.

           *>Importes: renglon, centro y total general
           01 importe-renglon PIC 9(11)V99.
           01 importe-centro PIC 9(11)V99.
           01 importe-total PIC 9(11)V99 VALUE 0.
           01 cuenta-centro PIC 9(8).

           01 busca PIC 9(3).
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 tarifa-edit PIC Z,ZZ9.9999.
           *>Linea de detalle del cargo
           01 DETALLE-CARGO.
               02 FILLER PIC X(2) VALUE SPACES.
               02 det-centro PIC X(12).
               02 FILLER PIC X(2) VALUE SPACES.
               02 det-familia PIC X(12).
               02 FILLER PIC X(2) VALUE SPACES.
               02 det-cuenta PIC ZZ,ZZZ,ZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 det-tarifa PIC X(10).
               02 FILLER PIC X(3) VALUE SPACES.
               02 det-importe PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 det-marca PIC X(20).
           *>Codigo de retorno del paso: 0 limpio, 4 sin asignar o sin
           *>tarifa, 8 no cuadra o entrada invalida
           01 codigo-retorno PIC 9(1) VALUE 0.

           *>Familias de AUD-PARRAFO
           COPY FAMILIAS.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: periodo AAAAMM
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor del cargo: valida el periodo, carga las tarifas y el
      *registro de control del cierre, acumula el archivo del mes por
      *centro y familia e imprime el cargo con su cuadre.
           CARGO-INICIO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-reporte.
               OPEN OUTPUT REPORTE-FILE.
               PERFORM VALIDA-PERIODO THRU VALIDA-PERIODO-EXIT.
               IF es-periodo-invalido
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'PARM invalido: se espera el periodo del '
                       'cargo como AAAAMM' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CARGO-FIN
               END-IF.
               PERFORM ARMA-FAMILIAS THRU ARMA-FAMILIAS-EXIT.
               PERFORM CARGA-TARIFAS THRU CARGA-TARIFAS-EXIT.
               IF codigo-retorno = 8
                   GO TO CARGO-FIN
               END-IF.
               PERFORM LEE-CONTROL THRU LEE-CONTROL-EXIT.
               OPEN INPUT AUDIT-ARCH-FILE.
               IF archivo-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir AUDARCH, estado '
                       archivo-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'El archivo historico del periodo no esta '
                       'disponible; no hay cargo'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CARGO-FIN
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
               PERFORM IMPRIME-CARGO THRU IMPRIME-CARGO-EXIT.
               PERFORM CUADRA-CIERRE THRU CUADRA-CIERRE-EXIT.
           CARGO-FIN.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *Valida que el PARM traiga un periodo AAAAMM: seis digitos y
      *mes entre 01 y 12.
           VALIDA-PERIODO.
               MOVE 'S' TO periodo-valido.
               IF PARM-LEN NOT = 6
                   SET es-periodo-invalido TO TRUE
                   GO TO VALIDA-PERIODO-EXIT
               END-IF.
               MOVE PARM-TEXT(1:6) TO periodo-cargo.
               IF periodo-cargo NOT NUMERIC
                   SET es-periodo-invalido TO TRUE
                   GO TO VALIDA-PERIODO-EXIT
               END-IF.
               MOVE periodo-cargo(5:2) TO periodo-mes.
               IF periodo-mes < 1 OR periodo-mes > 12
                   SET es-periodo-invalido TO TRUE
               END-IF.
           VALIDA-PERIODO-EXIT.
               EXIT.

      *Arma la lista de familias con los nombres distintos de
      *FAMILIAS, en el orden de la tabla, y al final la familia de
      *los parrafos que no coinciden.
           ARMA-FAMILIAS.
               MOVE 0 TO cuantas-familias.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > FAM-CUANTAS
                   MOVE FAM-NOMBRE(busca) TO familia-registro
                   PERFORM DA-ALTA-FAMILIA THRU DA-ALTA-FAMILIA-EXIT
                   ADD 1 TO busca
               END-PERFORM.
               MOVE FAM-OTROS TO familia-registro.
               PERFORM DA-ALTA-FAMILIA THRU DA-ALTA-FAMILIA-EXIT.
           ARMA-FAMILIAS-EXIT.
               EXIT.

      *Da de alta la familia de familia-registro si aun no esta.
           DA-ALTA-FAMILIA.
               MOVE 1 TO indice-familia.
               PERFORM UNTIL indice-familia > cuantas-familias
                   IF familia-nombre(indice-familia) = familia-registro
                       GO TO DA-ALTA-FAMILIA-EXIT
                   END-IF
                   ADD 1 TO indice-familia
               END-PERFORM.
               IF cuantas-familias < 14
                   ADD 1 TO cuantas-familias
                   MOVE familia-registro
                       TO familia-nombre(cuantas-familias)
               END-IF.
           DA-ALTA-FAMILIA-EXIT.
               EXIT.

      *Carga la tabla de tarifas. Un renglon con centro o familia en
      *blanco, con una familia que no existe o con la tarifa no
      *numerica se lista y el cargo termina con RC=8: una tarifa mal
      *capturada cobraria de mas o de menos sin que nadie lo note.
           CARGA-TARIFAS.
               OPEN INPUT TARIFA-FILE.
               IF tarifa-estado NOT = '00'
                   DISPLAY 'ERROR: no se pudo abrir TARIFAS, estado '
                       tarifa-estado
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'La tabla de tarifas no esta disponible; '
                       'no hay cargo' DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CARGA-TARIFAS-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-tarifas
                   READ TARIFA-FILE
                       AT END
                           MOVE 'S' TO fin-tarifas
                       NOT AT END
                           ADD 1 TO tarifas-leidas
                           IF TARIFA-RECORD NOT = SPACES
                               PERFORM VALIDA-TARIFA
                                   THRU VALIDA-TARIFA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE TARIFA-FILE.
               IF cuantas-tarifas = 0 AND tarifas-invalidas = 0
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'La tabla de tarifas esta vacia; no hay '
                       'cargo' DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
               END-IF.
               IF tarifas-invalidas > 0
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'TARIFAS TRAE RENGLONES INVALIDOS: '
                       'corrija la tabla y vuelva a correr'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
               END-IF.
           CARGA-TARIFAS-EXIT.
               EXIT.

      *Valida un renglon de TARIFAS y lo agrega a la tabla.
           VALIDA-TARIFA.
               MOVE tarifas-leidas TO tarifa-renglon-edit.
               IF TAR-CENTRO = SPACES OR TAR-FAMILIA = SPACES
                       OR TAR-TARIFA NOT NUMERIC
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Tarifa invalida en el renglon '
                       tarifa-renglon-edit ': ' TARIFA-RECORD(1:28)
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO tarifas-invalidas
                   GO TO VALIDA-TARIFA-EXIT
               END-IF.
               IF TAR-FAMILIA NOT = '*'
                   MOVE TAR-FAMILIA TO familia-registro
                   MOVE 1 TO indice-familia
                   PERFORM UNTIL indice-familia > cuantas-familias
                           OR familia-nombre(indice-familia)
                               = familia-registro
                       ADD 1 TO indice-familia
                   END-PERFORM
                   IF indice-familia > cuantas-familias
                       MOVE SPACES TO REPORTE-LINEA
                       STRING 'Familia desconocida en el renglon '
                           tarifa-renglon-edit ': ' TAR-FAMILIA
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                       ADD 1 TO tarifas-invalidas
                       GO TO VALIDA-TARIFA-EXIT
                   END-IF
               END-IF.
               IF cuantas-tarifas = 300
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'La tabla de tarifas excede 300 renglones'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   ADD 1 TO tarifas-invalidas
                   GO TO VALIDA-TARIFA-EXIT
               END-IF.
               ADD 1 TO cuantas-tarifas.
               MOVE TAR-CENTRO TO tt-centro(cuantas-tarifas).
               MOVE TAR-FAMILIA TO tt-familia(cuantas-tarifas).
               MOVE TAR-TARIFA TO tt-tarifa(cuantas-tarifas).
           VALIDA-TARIFA-EXIT.
               EXIT.

      *Lee el registro de control que dejo el cierre del periodo; su
      *ausencia no impide el listado, pero el cargo no cuadra.
           LEE-CONTROL.
               MOVE SPACES TO CIERRE-CONTROL-RECORD.
               OPEN INPUT CIERRE-CTL-FILE.
               IF control-estado NOT = '00'
                   DISPLAY 'AVISO: no se pudo abrir CIERRCTL, estado '
                       control-estado
                   GO TO LEE-CONTROL-EXIT
               END-IF.
               READ CIERRE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET hay-control TO TRUE
               END-READ.
               CLOSE CIERRE-CTL-FILE.
           LEE-CONTROL-EXIT.
               EXIT.

      *Acumula un registro del archivo: su centro de costo y la
      *familia de su parrafo. Los registros de otro mes se cuentan
      *aparte y rompen el cuadre (el DD trae el archivo equivocado).
           ACUMULA-REGISTRO.
               ADD 1 TO cta-leidos.
               IF AUD-TIMESTAMP(1:6) NOT = periodo-cargo
                   ADD 1 TO cta-fuera-periodo
                   GO TO ACUMULA-REGISTRO-EXIT
               END-IF.
               ADD 1 TO cta-en-periodo.
               IF AUD-CENTRO-COSTO = SPACES
                   ADD 1 TO cta-sin-asignar
               END-IF.
               MOVE AUD-CENTRO-COSTO TO centro-registro.
               PERFORM BUSCA-CENTRO THRU BUSCA-CENTRO-EXIT.
               IF hay-desborde
                   GO TO ACUMULA-REGISTRO-EXIT
               END-IF.
               PERFORM BUSCA-FAMILIA THRU BUSCA-FAMILIA-EXIT.
               MOVE 1 TO indice-familia.
               PERFORM UNTIL indice-familia >= cuantas-familias
                       OR familia-nombre(indice-familia)
                           = familia-registro
                   ADD 1 TO indice-familia
               END-PERFORM.
               ADD 1 TO cc-total(indice-centro).
               ADD 1 TO cc-cuenta(indice-centro, indice-familia).
               ADD 1 TO cta-cargadas.
           ACUMULA-REGISTRO-EXIT.
               EXIT.

      *Deja en indice-centro el renglon del centro de costo de
      *centro-registro; un centro nuevo se inserta en su lugar para
      *que la tabla quede en orden. Mas de 200 centros desbordan la
      *tabla: lo que ya no cabe no se carga y el cargo no cuadra.
           BUSCA-CENTRO.
               MOVE 1 TO indice-centro.
               PERFORM UNTIL indice-centro > cuantos-centros
                       OR cc-centro(indice-centro) >= centro-registro
                   ADD 1 TO indice-centro
               END-PERFORM.
               IF indice-centro <= cuantos-centros
                   IF cc-centro(indice-centro) = centro-registro
                       GO TO BUSCA-CENTRO-EXIT
                   END-IF
               END-IF.
               IF cuantos-centros = 200
                   IF NOT hay-desborde
                       DISPLAY 'ERROR: mas de 200 centros de costo '
                           'en el periodo; el cargo queda incompleto'
                   END-IF
                   SET hay-desborde TO TRUE
                   GO TO BUSCA-CENTRO-EXIT
               END-IF.
               MOVE cuantos-centros TO busca.
               PERFORM UNTIL busca < indice-centro
                   MOVE centro-renglon(busca)
                       TO centro-renglon(busca + 1)
                   SUBTRACT 1 FROM busca
               END-PERFORM.
               ADD 1 TO cuantos-centros.
               INITIALIZE centro-renglon(indice-centro).
               MOVE centro-registro TO cc-centro(indice-centro).
           BUSCA-CENTRO-EXIT.
               EXIT.

      *Deja en familia-registro la familia del AUD-PARRAFO en curso:
      *el primer prefijo de FAMILIAS que coincide, o la de otros.
           BUSCA-FAMILIA.
               MOVE FAM-OTROS TO familia-registro.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > FAM-CUANTAS
                   IF AUD-PARRAFO(1:FAM-LARGO(busca))
                           = FAM-PREFIJO(busca)(1:FAM-LARGO(busca))
                       MOVE FAM-NOMBRE(busca) TO familia-registro
                       GO TO BUSCA-FAMILIA-EXIT
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
           BUSCA-FAMILIA-EXIT.
               EXIT.

      *Deja en tarifa-hallada la tarifa del renglon mas especifico
      *que aplica a centro-registro y familia-registro; sin ninguno,
      *nivel-hallado queda en cero.
           BUSCA-TARIFA.
               MOVE 0 TO nivel-hallado.
               MOVE 0 TO tarifa-hallada.
               MOVE 1 TO busca.
               PERFORM UNTIL busca > cuantas-tarifas
                   MOVE 0 TO nivel-renglon
                   EVALUATE TRUE
                       WHEN tt-centro(busca) = centro-registro
                               AND tt-familia(busca) = familia-registro
                           MOVE 4 TO nivel-renglon
                       WHEN tt-centro(busca) = '*'
                               AND tt-familia(busca) = familia-registro
                           MOVE 3 TO nivel-renglon
                       WHEN tt-centro(busca) = centro-registro
                               AND tt-familia(busca) = '*'
                           MOVE 2 TO nivel-renglon
                       WHEN tt-centro(busca) = '*'
                               AND tt-familia(busca) = '*'
                           MOVE 1 TO nivel-renglon
                   END-EVALUATE
                   IF nivel-renglon > nivel-hallado
                       MOVE nivel-renglon TO nivel-hallado
                       MOVE tt-tarifa(busca) TO tarifa-hallada
                   END-IF
                   ADD 1 TO busca
               END-PERFORM.
           BUSCA-TARIFA-EXIT.
               EXIT.

      *Imprime el cargo: un renglon por centro y familia con uso,
      *el subtotal de cada centro y el total general.
           IMPRIME-CARGO.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '=== Cargo departamental del conversor ==='
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Periodo: ' periodo-cargo(1:4) '-'
                   periodo-cargo(5:2) '   Fecha del reporte: '
                   fecha-reporte DELIMITED BY SIZE
                   INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Centro        Familia     Conversiones'
                   '       Tarifa             Importe'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 1 TO indice-centro.
               PERFORM UNTIL indice-centro > cuantos-centros
                   PERFORM IMPRIME-CENTRO THRU IMPRIME-CENTRO-EXIT
                   ADD 1 TO indice-centro
               END-PERFORM.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO DETALLE-CARGO.
               MOVE 'TOTAL' TO det-centro.
               MOVE 'GENERAL' TO det-familia.
               MOVE cta-cargadas TO det-cuenta.
               MOVE importe-total TO det-importe.
               MOVE DETALLE-CARGO TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF cta-sin-asignar > 0
                   MOVE cta-sin-asignar TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'AVISO: ' cuenta-edit ' conversiones sin '
                       'centro de costo (SIN ASIGNAR)'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   IF codigo-retorno < 4
                       MOVE 4 TO codigo-retorno
                   END-IF
               END-IF.
               IF renglones-sin-tarifa > 0
                   MOVE renglones-sin-tarifa TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'AVISO: ' cuenta-edit ' renglones sin '
                       'tarifa que les aplique (importe cero)'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   IF codigo-retorno < 4
                       MOVE 4 TO codigo-retorno
                   END-IF
               END-IF.
           IMPRIME-CARGO-EXIT.
               EXIT.

      *Imprime los renglones de un centro de costo, con su precio, y
      *el subtotal del centro.
           IMPRIME-CENTRO.
               MOVE 0 TO importe-centro.
               MOVE 0 TO cuenta-centro.
               MOVE cc-centro(indice-centro) TO centro-registro.
               MOVE 1 TO indice-familia.
               PERFORM UNTIL indice-familia > cuantas-familias
                   IF cc-cuenta(indice-centro, indice-familia) > 0
                       PERFORM IMPRIME-RENGLON
                           THRU IMPRIME-RENGLON-EXIT
                   END-IF
                   ADD 1 TO indice-familia
               END-PERFORM.
               MOVE SPACES TO DETALLE-CARGO.
               MOVE 'SUBTOTAL' TO det-familia.
               MOVE cuenta-centro TO det-cuenta.
               MOVE importe-centro TO det-importe.
               MOVE DETALLE-CARGO TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-CENTRO-EXIT.
               EXIT.

      *Pone precio a las conversiones de un centro en una familia y
      *las suma al centro y al total general.
           IMPRIME-RENGLON.
               MOVE familia-nombre(indice-familia) TO familia-registro.
               PERFORM BUSCA-TARIFA THRU BUSCA-TARIFA-EXIT.
               COMPUTE importe-renglon ROUNDED =
                   cc-cuenta(indice-centro, indice-familia)
                   * tarifa-hallada.
               ADD cc-cuenta(indice-centro, indice-familia)
                   TO cuenta-centro.
               ADD importe-renglon TO importe-centro.
               ADD importe-renglon TO importe-total.
               MOVE SPACES TO DETALLE-CARGO.
               IF centro-registro = SPACES
                   MOVE 'SIN ASIGNAR' TO det-centro
               ELSE
                   MOVE centro-registro TO det-centro
               END-IF.
               MOVE familia-registro TO det-familia.
               MOVE cc-cuenta(indice-centro, indice-familia)
                   TO det-cuenta.
               IF nivel-hallado = 0
                   MOVE 'SIN TARIFA' TO det-tarifa
                   MOVE '*** SIN TARIFA' TO det-marca
                   ADD 1 TO renglones-sin-tarifa
               ELSE
                   MOVE tarifa-hallada TO tarifa-edit
                   MOVE tarifa-edit TO det-tarifa
               END-IF.
               MOVE importe-renglon TO det-importe.
               MOVE DETALLE-CARGO TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
           IMPRIME-RENGLON-EXIT.
               EXIT.

      *Cuadre contra el cierre: lo cargado debe ser exactamente lo que
      *el cierre del periodo archivo del log de auditoria, y el
      *cierre mismo debe haber cuadrado.
           CUADRA-CIERRE.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE 'Cuadre contra el cierre del periodo:'
                   TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-leidos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Registros leidos de AUDARCH:    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-fuera-periodo TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Fuera del periodo:              ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-cargadas TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Conversiones cargadas:          ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF NOT hay-control
                   MOVE SPACES TO REPORTE-LINEA
                   STRING '  NO CUADRA: no hay registro de control '
                       'del cierre (CIERRCTL)'
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   MOVE 8 TO codigo-retorno
                   GO TO CUADRA-CIERRE-EXIT
               END-IF.
               MOVE CCT-AUD-ARCHIVADOS TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  Archivados segun el cierre:     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               EVALUATE TRUE
                   WHEN CCT-PERIODO NOT = periodo-cargo
                       STRING '  NO CUADRA: el registro de control es '
                           'del periodo ' CCT-PERIODO
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       MOVE 8 TO codigo-retorno
                   WHEN CCT-RETORNO = 8
                       STRING '  NO CUADRA: el cierre del periodo no '
                           'cuadro (RC=8)'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       MOVE 8 TO codigo-retorno
                   WHEN cta-fuera-periodo > 0 OR hay-desborde
                           OR cta-cargadas NOT = CCT-AUD-ARCHIVADOS
                       STRING '  NO CUADRA: lo cargado no es lo que '
                           'el cierre archivo'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       MOVE 8 TO codigo-retorno
                   WHEN OTHER
                       STRING '  CUADRA con el cierre del periodo'
                           DELIMITED BY SIZE INTO REPORTE-LINEA
               END-EVALUATE.
               WRITE REPORTE-LINEA.
           CUADRA-CIERRE-EXIT.
               EXIT.

      * Edicion previa del dataset de entrada del modo lote (BATIN):
      * corre antes del paso de conversion de CONVBAT y solo lee
      * BATIN, para que un archivo malo se descubra antes de la
      * ventana de lote y no a medio run, con medio SALCONV y medio
      * CONVMST ya escritos. Cada registro se revisa con las mismas
      * reglas que aplica el conversor en BATCH-PROCESA-REGISTRO:
      * - el codigo del registro debe ser uno de los que atiende el
      *   conversor ('02' a 'KV') o de control (HD, TR, PF);
      * - el campo de valor debe tener la forma que pide su codigo:
      *   digitos de la base (con '-' y punto de base opcionales en
      *   las conversiones directas), 'bb dd valor' en GN, 'dd bb
      *   valor [op bb valor]...' en EV, 'operandoA +|- operandoB'
      *   en la aritmetica, 'opA AND|OR|XOR opB', 'NOT opA' u 'opA
      *   SL|SR n' en las logicas, patrones de 32/64 bits en F4/F8,
      *   'E|A texto' y 'E|A hex' en TH/HT, 'metodo valor' en KG/KV
      *   y los digitos de cada codificacion (BG/GB, DB/BD, DX/XD);
      * - las clausulas PF deben ser clausulas de perfil conocidas
      *   con su valor en rango;
      * - la cabecera HD va primero, el pie TR va al final y su total
      *   debe cuadrar con los registros de datos del archivo;
      * - la clausula 'CENTRO=cccccc' de la cabecera HD, si viene,
      *   debe traer un centro de costo de 1 a 6 posiciones.
      * Los motivos del reporte son los mismos de BATREJ ('CB' codigo
      * desconocido, 'DG' digito invalido, 'OP' registro mal formado)
      * mas 'PF' clausula de perfil invalida y 'SC' secuencia de
      * cabecera/pie.
      * El PARM trae la tolerancia de errores (nnnn; sin PARM es 0).
      * RC=0 el archivo esta limpio, RC=4 hubo errores dentro de la
      * tolerancia (el paso de conversion los rechazara a BATREJ),
      * RC=8 errores por encima de la tolerancia, total de control
      * del pie que no cuadra, BATIN sin registros de datos o PARM
      * invalido: el archivo no sirve y el paso de conversion no
      * debe correr.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. editaLote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Dataset de entrada del modo lote (codigo de base + valor),
           *>el mismo que lee el paso de conversion
           SELECT BATCH-IN-FILE ASSIGN TO BATIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batin-estado.
           *>Reporte de edicion
           SELECT REPORTE-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
        FD  BATCH-IN-FILE.
           *>Mismo trazado que BATCH-IN-RECORD del conversor: codigo
           *>de base (2) + valor (80)
           01 BATCH-IN-RECORD.
               02 bin-codigo-base PIC X(2).
               02 FILLER PIC X(1).
               02 bin-valor PIC X(80).

        FD  REPORTE-FILE.
           01 REPORTE-LINEA PIC X(132).

        WORKING-STORAGE SECTION.
           01 batin-estado PIC X(2) VALUE '00'.
           01 fin-batch PIC X(1) VALUE 'N'.
               88 hay-fin-batch VALUE 'S'.
           *>Tolerancia de errores tomada del PARM
           01 tolerancia PIC 9(8) VALUE 0.
           01 parm-valido PIC X(1) VALUE 'S'.
               88 es-parm-valido VALUE 'S'.
               88 es-parm-invalido VALUE 'N'.
           *>Contadores del archivo
           01 cta-registros PIC 9(8) VALUE 0.
           01 cta-datos PIC 9(8) VALUE 0.
           01 cta-cabeceras PIC 9(8) VALUE 0.
           01 cta-pies PIC 9(8) VALUE 0.
           01 cta-perfiles PIC 9(8) VALUE 0.
           01 cta-errores PIC 9(8) VALUE 0.
           01 cta-registros-malos PIC 9(8) VALUE 0.
           *>Errores por motivo
           01 cta-motivo-cb PIC 9(8) VALUE 0.
           01 cta-motivo-dg PIC 9(8) VALUE 0.
           01 cta-motivo-op PIC 9(8) VALUE 0.
           01 cta-motivo-pf PIC 9(8) VALUE 0.
           01 cta-motivo-sc PIC 9(8) VALUE 0.
           *>Pie de BATIN: total esperado y donde aparecio
           01 trailer-esperado PIC 9(8) VALUE 0.
           01 registro-trailer PIC 9(8) VALUE 0.
           01 hay-trailer-batin PIC X(1) VALUE 'N'.
               88 trailer-batin-presente VALUE 'S'.
           01 trailer-valido PIC X(1) VALUE 'S'.
               88 es-trailer-valido VALUE 'S'.
           *>Resultado de la edicion del registro en curso
           01 registro-valido PIC X(1) VALUE 'S'.
               88 es-registro-valido VALUE 'S'.
               88 es-registro-invalido VALUE 'N'.
           01 motivo-error PIC X(2).
           01 motivo-texto PIC X(50).
           *>Codigos de registro que atiende el conversor
           01 codigo-registro PIC X(2).
               88 codigo-digitos-2 VALUES '02' 'B8' 'B6'.
               88 codigo-digitos-8 VALUES '08' 'O2' 'O6'.
               88 codigo-digitos-16 VALUES '16' 'H2' 'H8'.
               88 codigo-digitos-10 VALUES 'D2' 'D8' 'D6'.
               88 codigo-aritmetica VALUES 'A2' 'A8' 'A6'.
               88 codigo-logica VALUES 'L2' 'L8' 'L6'.
               88 codigo-ieee-patron VALUES 'F4' 'F8'.
               88 codigo-ieee-decimal VALUES 'G4' 'G8'.
               88 codigo-traduccion VALUES 'TH' 'HT'.
               88 codigo-gray VALUES 'BG' 'GB'.
               88 codigo-nibbles-dec VALUES 'DB' 'DX'.
               88 codigo-nibbles-bin VALUES 'BD' 'XD'.
               88 codigo-control VALUES 'KG' 'KV'.
           *>Edicion de un texto de digitos: texto, base, si admite
           *>'-' al frente y punto de base, y lo que se encontro
           01 edita-texto PIC X(80).
           01 edita-base PIC 9(2).
           01 edita-admite-signo PIC X(1).
               88 admite-signo VALUE 'S'.
           01 edita-admite-punto PIC X(1).
               88 admite-punto VALUE 'S'.
           01 edita-largo PIC 9(3).
           01 edita-cursor PIC 9(3).
           01 edita-primera PIC 9(3).
           01 edita-puntos PIC 9(3).
           01 edita-cuantos PIC 9(3).
           01 edita-resto PIC 9(3).
           *>Tabla de digitos 0-9/A-Z, como la del conversor
           01 tabla-digitos PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 digito-char PIC X(1).
           01 digito-val PIC 9(2).
           01 digito-cursor PIC 9(2).
           *>Tokens del campo de valor (separados por blancos)
           01 token-1 PIC X(80).
           01 token-2 PIC X(80).
           01 token-3 PIC X(80).
           01 token-4 PIC X(80).
           01 token-puntero PIC 9(3).
           01 token PIC X(80).
           01 token-num PIC S9(8).
           *>Bases de los registros GN/EV
           01 base-origen PIC 9(2).
           01 base-destino PIC 9(2).
           01 base-edita-texto PIC X(80).
           01 base-edita-valor PIC 9(2).
           01 base-edita-valida PIC X(1).
               88 es-base-valida VALUE 'S'.
           *>Evaluador EV: terminos vistos y fin de la expresion
           01 ev-terminos PIC 9(3).
           01 ev-fin PIC X(1).
               88 hay-fin-expresion VALUE 'S'.
           01 ev-operador PIC X(1).
               88 ev-operador-valido VALUES '+' '-' '*' '/' '%'.
           *>Logicas: operacion pedida y corrimiento
           01 logica-operacion PIC X(3).
               88 logica-binaria VALUES 'AND' 'OR ' 'XOR'.
               88 logica-corrimiento VALUES 'SL ' 'SR '.
           *>Digitos de control: metodo pedido
           01 control-metodo PIC X(3).
               88 control-binario VALUES 'PAR' 'IMP'.
               88 control-decimal VALUES 'M97' 'LUH'.
           *>Clausula de perfil de un registro PF
           01 perfil-clave PIC X(40).
           01 perfil-valor-texto PIC X(40).
           01 perfil-valor-num PIC S9(8).
           *>Nibble de una codificacion BCD/exceso-3
           01 nibble-valor PIC 9(2).
           01 nibble-exceso PIC 9(1).
           01 nibble-bit PIC 9(1).
           01 bit-valor PIC 9(1).
           01 cuenta-edit PIC ZZ,ZZZ,ZZ9.
           01 registro-edit PIC 9(8).
           *>Codigo de retorno: 0 limpio, 4 errores dentro de la
           *>tolerancia, 8 archivo no apto
           01 codigo-retorno PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           *>Area de PARM recibida desde el JCL: tolerancia nnnn
           01 PARM-AREA.
               02 PARM-LEN PIC S9(4) COMP.
               02 PARM-TEXT PIC X(80).

       PROCEDURE DIVISION USING PARM-AREA.
      *Conductor de la edicion: toma la tolerancia, revisa cada
      *registro de BATIN, verifica el pie contra los datos vistos e
      *imprime los totales con el veredicto del archivo.
           EDITA-INICIO.
               OPEN OUTPUT REPORTE-FILE.
               MOVE '=== Edicion previa de BATIN ===' TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               PERFORM TOMA-TOLERANCIA THRU TOMA-TOLERANCIA-EXIT.
               IF es-parm-invalido
                   DISPLAY 'ERROR: PARM invalido, se espera la '
                       'tolerancia de errores nnnn'
                   MOVE 'PARM invalido; se espera la tolerancia nnnn'
                       TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   CLOSE REPORTE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registro Cod Motivo Descripcion'
                   '                                        Valor'
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               OPEN INPUT BATCH-IN-FILE.
               IF batin-estado NOT = '00'
                   DISPLAY 'ERROR: BATIN no disponible, estado '
                       batin-estado
                   MOVE 'S' TO fin-batch
               END-IF.
               PERFORM UNTIL hay-fin-batch
                   READ BATCH-IN-FILE
                       AT END
                           MOVE 'S' TO fin-batch
                       NOT AT END
                           ADD 1 TO cta-registros
                           PERFORM EDITA-REGISTRO
                               THRU EDITA-REGISTRO-EXIT
                   END-READ
               END-PERFORM.
               IF batin-estado = '00' OR batin-estado = '10'
                   CLOSE BATCH-IN-FILE
               END-IF.
               PERFORM VERIFICA-TRAILER THRU VERIFICA-TRAILER-EXIT.
               PERFORM CALCULA-RETORNO THRU CALCULA-RETORNO-EXIT.
               PERFORM IMPRIME-TOTALES THRU IMPRIME-TOTALES-EXIT.
               CLOSE REPORTE-FILE.
               MOVE codigo-retorno TO RETURN-CODE.
               STOP RUN.

      *La tolerancia va en el PARM como numero de errores admitidos
      *(hasta 8 digitos); sin PARM no se tolera ninguno.
           TOMA-TOLERANCIA.
               MOVE 0 TO tolerancia.
               IF PARM-LEN = 0
                   GO TO TOMA-TOLERANCIA-EXIT
               END-IF.
               IF PARM-LEN > 8
                   SET es-parm-invalido TO TRUE
                   GO TO TOMA-TOLERANCIA-EXIT
               END-IF.
               IF PARM-TEXT(1:PARM-LEN) NOT NUMERIC
                   SET es-parm-invalido TO TRUE
                   GO TO TOMA-TOLERANCIA-EXIT
               END-IF.
               COMPUTE tolerancia =
                   FUNCTION NUMVAL(PARM-TEXT(1:PARM-LEN)).
           TOMA-TOLERANCIA-EXIT.
               EXIT.

      *Edita un registro de BATIN segun su codigo; los registros de
      *control (HD/TR/PF) se revisan aparte y no cuentan como datos.
           EDITA-REGISTRO.
               SET es-registro-valido TO TRUE.
               MOVE SPACES TO motivo-error motivo-texto.
               MOVE cta-registros TO registro-edit.
      *>cualquier registro despues del pie esta fuera de lugar: el
      *>pie es el ultimo registro del archivo
               IF trailer-batin-presente
                   MOVE 'SC' TO motivo-error
                   MOVE 'registro despues del pie TR'
                       TO motivo-texto
                   PERFORM ANOTA-ERROR THRU ANOTA-ERROR-EXIT
               END-IF.
               MOVE bin-codigo-base TO codigo-registro.
               EVALUATE TRUE
                   WHEN bin-codigo-base = 'HD'
                       ADD 1 TO cta-cabeceras
                       IF cta-registros NOT = 1
                           MOVE 'SC' TO motivo-error
                           MOVE 'la cabecera HD no va en el registro 1'
                               TO motivo-texto
                       END-IF
                       IF bin-valor(1:7) = 'CENTRO='
                               AND (bin-valor(8:6) = SPACES
                                   OR bin-valor(14:) NOT = SPACES)
                           MOVE 'OP' TO motivo-error
                           MOVE 'HD: centro de costo invalido'
                               TO motivo-texto
                       END-IF
                   WHEN bin-codigo-base = 'TR'
                       ADD 1 TO cta-pies
                       PERFORM EDITA-TRAILER THRU EDITA-TRAILER-EXIT
                   WHEN bin-codigo-base = 'PF'
                       ADD 1 TO cta-perfiles
                       PERFORM EDITA-PERFIL THRU EDITA-PERFIL-EXIT
                   WHEN OTHER
                       ADD 1 TO cta-datos
                       PERFORM EDITA-DATOS THRU EDITA-DATOS-EXIT
               END-EVALUATE.
               IF motivo-error NOT = SPACES
                   PERFORM ANOTA-ERROR THRU ANOTA-ERROR-EXIT
               END-IF.
           EDITA-REGISTRO-EXIT.
               EXIT.

      *Pie de BATIN: un solo pie, con el total esperado en digitos.
      *El cuadre contra los datos se hace al final del archivo.
           EDITA-TRAILER.
               IF trailer-batin-presente
                   MOVE 'SC' TO motivo-error
                   MOVE 'el archivo trae mas de un pie TR'
                       TO motivo-texto
                   GO TO EDITA-TRAILER-EXIT
               END-IF.
               SET trailer-batin-presente TO TRUE.
               MOVE cta-registros TO registro-trailer.
               MOVE bin-valor TO edita-texto.
               MOVE 10 TO edita-base.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES OR edita-largo > 8
                   MOVE 'N' TO trailer-valido
                   MOVE 'OP' TO motivo-error
                   MOVE 'el pie TR no trae un total numerico'
                       TO motivo-texto
                   GO TO EDITA-TRAILER-EXIT
               END-IF.
               COMPUTE trailer-esperado =
                   FUNCTION NUMVAL(bin-valor(1:edita-largo)).
           EDITA-TRAILER-EXIT.
               EXIT.

      *Registro de control de perfil: CLAVE=VALOR con las mismas
      *clausulas y rangos que acepta APLICA-CLAUSULA-PERFIL del
      *conversor (ahi una clausula mala solo se avisa y se ignora,
      *asi que la corrida seguiria con una politica que no se pidio).
           EDITA-PERFIL.
               IF bin-valor = SPACES OR bin-valor(1:1) = '*'
                   GO TO EDITA-PERFIL-EXIT
               END-IF.
               MOVE SPACES TO perfil-clave perfil-valor-texto.
               UNSTRING bin-valor DELIMITED BY '='
                   INTO perfil-clave perfil-valor-texto.
               MOVE 'PF' TO motivo-error.
               EVALUATE perfil-clave
                   WHEN 'NEGATIVOS'
                       IF perfil-valor-texto = 'COMP2'
                               OR perfil-valor-texto = 'MAGNITUD'
                           MOVE SPACES TO motivo-error
                       ELSE
                           MOVE 'NEGATIVOS debe ser COMP2 o MAGNITUD'
                               TO motivo-texto
                       END-IF
                       GO TO EDITA-PERFIL-EXIT
                   WHEN 'ANCHO-COMPLEMENTO'
                   WHEN 'ANCHO-RELLENO'
                   WHEN 'AGRUPA-CADA'
                   WHEN 'DIGITOS-FRACCION'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'clausula de perfil desconocida'
                           TO motivo-texto
                       GO TO EDITA-PERFIL-EXIT
               END-EVALUATE.
               MOVE perfil-valor-texto TO edita-texto.
               MOVE 10 TO edita-base.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               MOVE SPACES TO motivo-error.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES OR edita-largo > 8
                   MOVE 'PF' TO motivo-error
                   MOVE 'el valor de la clausula no es numerico'
                       TO motivo-texto
                   GO TO EDITA-PERFIL-EXIT
               END-IF.
               COMPUTE perfil-valor-num =
                   FUNCTION NUMVAL(perfil-valor-texto).
               MOVE 'PF' TO motivo-error.
               EVALUATE perfil-clave
                   WHEN 'ANCHO-COMPLEMENTO'
                       IF perfil-valor-num < 1 OR perfil-valor-num > 100
                           MOVE 'ANCHO-COMPLEMENTO fuera de rango 1-100'
                               TO motivo-texto
                           GO TO EDITA-PERFIL-EXIT
                       END-IF
                   WHEN 'ANCHO-RELLENO'
                       IF perfil-valor-num > 100
                           MOVE 'ANCHO-RELLENO fuera de rango 0-100'
                               TO motivo-texto
                           GO TO EDITA-PERFIL-EXIT
                       END-IF
                   WHEN 'AGRUPA-CADA'
                       IF perfil-valor-num > 50
                           MOVE 'AGRUPA-CADA fuera de rango 0-50'
                               TO motivo-texto
                           GO TO EDITA-PERFIL-EXIT
                       END-IF
                   WHEN 'DIGITOS-FRACCION'
                       IF perfil-valor-num < 1 OR perfil-valor-num > 18
                           MOVE 'DIGITOS-FRACCION fuera de rango 1-18'
                               TO motivo-texto
                           GO TO EDITA-PERFIL-EXIT
                       END-IF
               END-EVALUATE.
               MOVE SPACES TO motivo-error.
           EDITA-PERFIL-EXIT.
               EXIT.

      *Registro de datos: el codigo debe ser uno de los que atiende
      *el conversor y el campo de valor debe tener su forma.
           EDITA-DATOS.
               IF bin-valor = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'el registro no trae valor' TO motivo-texto
                   GO TO EDITA-DATOS-EXIT
               END-IF.
               EVALUATE TRUE
                   WHEN codigo-digitos-2
                       MOVE 2 TO edita-base
                       PERFORM EDITA-VALOR-SIMPLE
                           THRU EDITA-VALOR-SIMPLE-EXIT
                   WHEN codigo-digitos-8
                       MOVE 8 TO edita-base
                       PERFORM EDITA-VALOR-SIMPLE
                           THRU EDITA-VALOR-SIMPLE-EXIT
                   WHEN codigo-digitos-16
                       MOVE 16 TO edita-base
                       PERFORM EDITA-VALOR-SIMPLE
                           THRU EDITA-VALOR-SIMPLE-EXIT
                   WHEN codigo-digitos-10
                   WHEN codigo-ieee-decimal
                       MOVE 10 TO edita-base
                       PERFORM EDITA-VALOR-SIMPLE
                           THRU EDITA-VALOR-SIMPLE-EXIT
                   WHEN bin-codigo-base = 'GN'
                       PERFORM EDITA-GENERAL THRU EDITA-GENERAL-EXIT
                   WHEN bin-codigo-base = 'EV'
                       PERFORM EDITA-EXPRESION
                           THRU EDITA-EXPRESION-EXIT
                   WHEN codigo-aritmetica
                       PERFORM EDITA-ARITMETICA
                           THRU EDITA-ARITMETICA-EXIT
                   WHEN codigo-logica
                       PERFORM EDITA-LOGICA THRU EDITA-LOGICA-EXIT
                   WHEN codigo-ieee-patron
                       PERFORM EDITA-PATRON-IEEE
                           THRU EDITA-PATRON-IEEE-EXIT
                   WHEN codigo-traduccion
                       PERFORM EDITA-TRADUCCION
                           THRU EDITA-TRADUCCION-EXIT
                   WHEN codigo-gray
                   WHEN codigo-nibbles-dec
                   WHEN codigo-nibbles-bin
                       PERFORM EDITA-CODIFICACION
                           THRU EDITA-CODIFICACION-EXIT
                   WHEN codigo-control
                       PERFORM EDITA-CONTROL THRU EDITA-CONTROL-EXIT
                   WHEN OTHER
                       MOVE 'CB' TO motivo-error
                       MOVE 'codigo de registro desconocido'
                           TO motivo-texto
               END-EVALUATE.
           EDITA-DATOS-EXIT.
               EXIT.

      *Conversiones directas y G4/G8: un solo valor en la base del
      *codigo, con '-' al frente y punto de base opcionales, sin
      *nada despues del valor.
           EDITA-VALOR-SIMPLE.
               MOVE bin-valor TO edita-texto.
               MOVE 'S' TO edita-admite-signo edita-admite-punto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-VALOR-SIMPLE-EXIT
               END-IF.
               IF edita-largo < 80
                   IF bin-valor(edita-largo + 1:) NOT = SPACES
                       MOVE 'OP' TO motivo-error
                       MOVE 'el valor trae un espacio embebido'
                           TO motivo-texto
                   END-IF
               END-IF.
           EDITA-VALOR-SIMPLE-EXIT.
               EXIT.

      *Conversion generalizada: 'bb dd valor' con bases 2 a 36 y el
      *valor en la base de entrada.
           EDITA-GENERAL.
               PERFORM SEPARA-TOKENS THRU SEPARA-TOKENS-EXIT.
               MOVE token-1 TO base-edita-texto.
               PERFORM EDITA-NUMERO-BASE THRU EDITA-NUMERO-BASE-EXIT.
               MOVE base-edita-valor TO base-origen.
               IF es-base-valida
                   MOVE token-2 TO base-edita-texto
                   PERFORM EDITA-NUMERO-BASE THRU EDITA-NUMERO-BASE-EXIT
                   MOVE base-edita-valor TO base-destino
               END-IF.
               IF NOT es-base-valida
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro GN con base fuera de 2-36'
                       TO motivo-texto
                   GO TO EDITA-GENERAL-EXIT
               END-IF.
               IF token-3 = SPACES OR token-4 NOT = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro GN debe ser bb dd valor'
                       TO motivo-texto
                   GO TO EDITA-GENERAL-EXIT
               END-IF.
               MOVE token-3 TO edita-texto.
               MOVE base-origen TO edita-base.
               MOVE 'S' TO edita-admite-signo edita-admite-punto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
           EDITA-GENERAL-EXIT.
               EXIT.

      *Evaluador de expresiones: 'dd bb valor [op bb valor]...', hasta
      *10 terminos enteros, cada uno en su base, operadores + - * / %.
           EDITA-EXPRESION.
               MOVE 1 TO token-puntero.
               MOVE 0 TO ev-terminos.
               MOVE 'N' TO ev-fin.
               PERFORM SIGUIENTE-TOKEN THRU SIGUIENTE-TOKEN-EXIT.
               MOVE token TO base-edita-texto.
               PERFORM EDITA-NUMERO-BASE THRU EDITA-NUMERO-BASE-EXIT.
               IF NOT es-base-valida
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV con base de resultado invalida'
                       TO motivo-texto
                   GO TO EDITA-EXPRESION-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-expresion
                       OR motivo-error NOT = SPACES
                   PERFORM EDITA-TERMINO THRU EDITA-TERMINO-EXIT
               END-PERFORM.
           EDITA-EXPRESION-EXIT.
               EXIT.

      *Un termino de la expresion ('bb valor') y el operador que le
      *sigue, si lo hay.
           EDITA-TERMINO.
               PERFORM SIGUIENTE-TOKEN THRU SIGUIENTE-TOKEN-EXIT.
               IF token = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV sin termino' TO motivo-texto
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               IF ev-terminos = 10
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV con mas de 10 terminos'
                       TO motivo-texto
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               MOVE token TO base-edita-texto.
               PERFORM EDITA-NUMERO-BASE THRU EDITA-NUMERO-BASE-EXIT.
               IF NOT es-base-valida
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV con base de termino invalida'
                       TO motivo-texto
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               PERFORM SIGUIENTE-TOKEN THRU SIGUIENTE-TOKEN-EXIT.
               IF token = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV con termino sin valor'
                       TO motivo-texto
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               MOVE token TO edita-texto.
               MOVE base-edita-valor TO edita-base.
               MOVE 'S' TO edita-admite-signo.
               MOVE 'N' TO edita-admite-punto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               ADD 1 TO ev-terminos.
               PERFORM SIGUIENTE-TOKEN THRU SIGUIENTE-TOKEN-EXIT.
               IF token = SPACES
                   MOVE 'S' TO ev-fin
                   GO TO EDITA-TERMINO-EXIT
               END-IF.
               MOVE token(1:1) TO ev-operador.
               IF NOT ev-operador-valido OR token(2:79) NOT = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'registro EV con operador invalido'
                       TO motivo-texto
               END-IF.
           EDITA-TERMINO-EXIT.
               EXIT.

      *Suma/resta en la misma base: 'operandoA +|- operandoB', los dos
      *operandos sin signo ni punto.
           EDITA-ARITMETICA.
               PERFORM SEPARA-TOKENS THRU SEPARA-TOKENS-EXIT.
               IF token-1 = SPACES OR token-3 = SPACES
                       OR token-4 NOT = SPACES
                       OR (token-2 NOT = '+' AND token-2 NOT = '-')
                   MOVE 'OP' TO motivo-error
                   MOVE 'aritmetica debe ser operandoA +|- operandoB'
                       TO motivo-texto
                   GO TO EDITA-ARITMETICA-EXIT
               END-IF.
               PERFORM TOMA-BASE-CODIGO THRU TOMA-BASE-CODIGO-EXIT.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               MOVE token-1 TO edita-texto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error = SPACES
                   MOVE token-3 TO edita-texto
                   PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT
               END-IF.
           EDITA-ARITMETICA-EXIT.
               EXIT.

      *Logicas en la misma base: 'opA AND|OR|XOR opB', 'NOT opA' u
      *'opA SL|SR n' con n de 1 a 100.
           EDITA-LOGICA.
               PERFORM SEPARA-TOKENS THRU SEPARA-TOKENS-EXIT.
               PERFORM TOMA-BASE-CODIGO THRU TOMA-BASE-CODIGO-EXIT.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               IF token-1 = 'NOT'
                   IF token-2 = SPACES OR token-3 NOT = SPACES
                       MOVE 'OP' TO motivo-error
                       MOVE 'logica NOT debe ser NOT opA'
                           TO motivo-texto
                       GO TO EDITA-LOGICA-EXIT
                   END-IF
                   MOVE token-2 TO edita-texto
                   PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT
                   GO TO EDITA-LOGICA-EXIT
               END-IF.
               MOVE token-2 TO logica-operacion.
               IF token-2(4:77) NOT = SPACES
                       OR NOT (logica-binaria OR logica-corrimiento)
                       OR token-3 = SPACES OR token-4 NOT = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'operacion logica invalida' TO motivo-texto
                   GO TO EDITA-LOGICA-EXIT
               END-IF.
               MOVE token-1 TO edita-texto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-LOGICA-EXIT
               END-IF.
               IF logica-binaria
                   MOVE token-3 TO edita-texto
                   PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT
                   GO TO EDITA-LOGICA-EXIT
               END-IF.
               MOVE token-3 TO edita-texto.
               MOVE 10 TO edita-base.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error = SPACES AND edita-largo <= 3
                   COMPUTE token-num = FUNCTION NUMVAL(token-3)
                   IF token-num >= 1 AND token-num <= 100
                       GO TO EDITA-LOGICA-EXIT
                   END-IF
               END-IF.
               MOVE 'OP' TO motivo-error.
               MOVE 'corrimiento fuera de rango 1-100' TO motivo-texto.
           EDITA-LOGICA-EXIT.
               EXIT.

      *Patron IEEE 754 para F4/F8: 32/64 digitos binarios o 8/16
      *digitos hex.
           EDITA-PATRON-IEEE.
               MOVE bin-valor TO edita-texto.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               MOVE 16 TO edita-base.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-PATRON-IEEE-EXIT
               END-IF.
               IF bin-codigo-base = 'F4'
                   IF edita-largo = 8
                       GO TO EDITA-PATRON-IEEE-EXIT
                   END-IF
                   IF edita-largo = 32
                       MOVE 2 TO edita-base
                       PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT
                       GO TO EDITA-PATRON-IEEE-EXIT
                   END-IF
               ELSE
                   IF edita-largo = 16
                       GO TO EDITA-PATRON-IEEE-EXIT
                   END-IF
                   IF edita-largo = 64
                       MOVE 2 TO edita-base
                       PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT
                       GO TO EDITA-PATRON-IEEE-EXIT
                   END-IF
               END-IF.
               MOVE 'OP' TO motivo-error.
               MOVE 'el patron no trae 32/64 bits o su hex'
                   TO motivo-texto.
           EDITA-PATRON-IEEE-EXIT.
               EXIT.

      *Traduccion de caracteres: 'E|A texto' (hasta 50 caracteres)
      *para TH y 'E|A hex' (numero par de digitos hex) para HT.
           EDITA-TRADUCCION.
               IF (bin-valor(1:1) NOT = 'E'
                       AND bin-valor(1:1) NOT = 'A')
                       OR bin-valor(2:1) NOT = ' '
                       OR bin-valor(3:78) = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'traduccion debe ser E|A seguido del dato'
                       TO motivo-texto
                   GO TO EDITA-TRADUCCION-EXIT
               END-IF.
               IF bin-codigo-base = 'TH'
                   IF bin-valor(53:28) NOT = SPACES
                       MOVE 'OP' TO motivo-error
                       MOVE 'el texto excede 50 caracteres'
                           TO motivo-texto
                   END-IF
                   GO TO EDITA-TRADUCCION-EXIT
               END-IF.
               MOVE bin-valor(3:78) TO edita-texto.
               MOVE 16 TO edita-base.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-TRADUCCION-EXIT
               END-IF.
               DIVIDE edita-largo BY 2 GIVING edita-cursor
                   REMAINDER edita-resto.
               IF edita-resto NOT = 0
                   MOVE 'OP' TO motivo-error
                   MOVE 'la cadena hex trae un numero impar de digitos'
                       TO motivo-texto
               END-IF.
           EDITA-TRADUCCION-EXIT.
               EXIT.

      *Codificaciones: BG/GB binario; DB/DX decimal de 1 a 25
      *digitos; BD/XD binario en nibbles completos, cada uno dentro
      *del rango de la codificacion (0-9, o 3-12 en exceso-3).
           EDITA-CODIFICACION.
               MOVE bin-valor TO edita-texto.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               IF codigo-nibbles-dec
                   MOVE 10 TO edita-base
               ELSE
                   MOVE 2 TO edita-base
               END-IF.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-CODIFICACION-EXIT
               END-IF.
               IF codigo-nibbles-dec AND edita-largo > 25
                   MOVE 'OP' TO motivo-error
                   MOVE 'el decimal debe traer de 1 a 25 digitos'
                       TO motivo-texto
                   GO TO EDITA-CODIFICACION-EXIT
               END-IF.
               IF NOT codigo-nibbles-bin
                   GO TO EDITA-CODIFICACION-EXIT
               END-IF.
               DIVIDE edita-largo BY 4 GIVING edita-cursor
                   REMAINDER edita-resto.
               IF edita-resto NOT = 0
                   MOVE 'OP' TO motivo-error
                   MOVE 'el valor no trae nibbles completos de 4 bits'
                       TO motivo-texto
                   GO TO EDITA-CODIFICACION-EXIT
               END-IF.
               IF bin-codigo-base = 'XD'
                   MOVE 3 TO nibble-exceso
               ELSE
                   MOVE 0 TO nibble-exceso
               END-IF.
               MOVE 1 TO edita-cursor.
               PERFORM UNTIL edita-cursor > edita-largo
                       OR motivo-error NOT = SPACES
                   MOVE 0 TO nibble-valor
                   MOVE 1 TO nibble-bit
                   PERFORM UNTIL nibble-bit > 4
                       MOVE edita-texto(edita-cursor + nibble-bit - 1:1)
                           TO bit-valor
                       COMPUTE nibble-valor = (nibble-valor * 2)
                           + bit-valor
                       ADD 1 TO nibble-bit
                   END-PERFORM
                   IF nibble-valor < nibble-exceso
                           OR nibble-valor > nibble-exceso + 9
                       MOVE 'DG' TO motivo-error
                       MOVE 'un nibble queda fuera de la codificacion'
                           TO motivo-texto
                   END-IF
                   ADD 4 TO edita-cursor
               END-PERFORM.
           EDITA-CODIFICACION-EXIT.
               EXIT.

      *Digitos de control: 'metodo valor', PAR/IMP sobre binario y
      *M97/LUH sobre decimal; para validar (KV) el valor ya debe
      *traer su control anexado.
           EDITA-CONTROL.
               PERFORM SEPARA-TOKENS THRU SEPARA-TOKENS-EXIT.
               MOVE token-1 TO control-metodo.
               IF token-1(4:77) NOT = SPACES
                       OR NOT (control-binario OR control-decimal)
                       OR token-2 = SPACES OR token-3 NOT = SPACES
                   MOVE 'OP' TO motivo-error
                   MOVE 'control debe ser PAR|IMP|M97|LUH valor'
                       TO motivo-texto
                   GO TO EDITA-CONTROL-EXIT
               END-IF.
               MOVE token-2 TO edita-texto.
               MOVE 'N' TO edita-admite-signo edita-admite-punto.
               IF control-binario
                   MOVE 2 TO edita-base
               ELSE
                   MOVE 10 TO edita-base
               END-IF.
               PERFORM EDITA-DIGITOS THRU EDITA-DIGITOS-EXIT.
               IF motivo-error NOT = SPACES
                   GO TO EDITA-CONTROL-EXIT
               END-IF.
               IF bin-codigo-base = 'KV'
                   IF (control-metodo = 'M97' AND edita-largo < 3)
                           OR edita-largo < 2
                       MOVE 'OP' TO motivo-error
                       MOVE 'el valor no alcanza a traer su control'
                           TO motivo-texto
                   END-IF
               END-IF.
           EDITA-CONTROL-EXIT.
               EXIT.

      *Edita edita-texto como un numero en edita-base: al menos un
      *digito de la base, '-' al frente si admite-signo, a lo mas un
      *punto si admite-punto. Deja en edita-largo el largo hasta el
      *primer blanco y, si algo falla, el motivo del error.
           EDITA-DIGITOS.
               MOVE 0 TO edita-largo edita-puntos edita-cuantos.
               PERFORM UNTIL edita-largo = 80
                       OR edita-texto(edita-largo + 1:1) = ' '
                   ADD 1 TO edita-largo
               END-PERFORM.
               MOVE 1 TO edita-primera.
               IF edita-largo > 0 AND edita-texto(1:1) = '-'
                       AND admite-signo
                   MOVE 2 TO edita-primera
               END-IF.
               MOVE edita-primera TO edita-cursor.
               PERFORM UNTIL edita-cursor > edita-largo
                       OR motivo-error NOT = SPACES
                   MOVE edita-texto(edita-cursor:1) TO digito-char
                   IF digito-char = '.' AND admite-punto
                       ADD 1 TO edita-puntos
                       IF edita-puntos > 1
                           MOVE 'OP' TO motivo-error
                           MOVE 'el valor trae mas de un punto de base'
                               TO motivo-texto
                       END-IF
                   ELSE
                       PERFORM VALOR-DIGITO THRU VALOR-DIGITO-EXIT
                       IF digito-val NOT < edita-base
                           MOVE 'DG' TO motivo-error
                           MOVE SPACES TO motivo-texto
                           STRING 'digito ' digito-char
                               ' fuera de la base ' edita-base
                               DELIMITED BY SIZE INTO motivo-texto
                       ELSE
                           ADD 1 TO edita-cuantos
                       END-IF
                   END-IF
                   ADD 1 TO edita-cursor
               END-PERFORM.
               IF motivo-error = SPACES AND edita-cuantos = 0
                   MOVE 'OP' TO motivo-error
                   MOVE 'el valor no trae digitos' TO motivo-texto
               END-IF.
           EDITA-DIGITOS-EXIT.
               EXIT.

      *Valor de un digito 0-9/A-Z con la tabla de digitos; 99 si el
      *caracter no es digito de ninguna base.
           VALOR-DIGITO.
               MOVE 99 TO digito-val.
               MOVE 1 TO digito-cursor.
               PERFORM UNTIL digito-cursor > 36
                   IF tabla-digitos(digito-cursor:1) = digito-char
                       COMPUTE digito-val = digito-cursor - 1
                       MOVE 37 TO digito-cursor
                   ELSE
                       ADD 1 TO digito-cursor
                   END-IF
               END-PERFORM.
           VALOR-DIGITO-EXIT.
               EXIT.

      *Edita una base 2 a 36 escrita en decimal (registros GN/EV).
           EDITA-NUMERO-BASE.
               MOVE 'N' TO base-edita-valida.
               MOVE 0 TO base-edita-valor.
               IF base-edita-texto(1:2) NOT NUMERIC
                   IF base-edita-texto(1:1) NOT NUMERIC
                           OR base-edita-texto(2:79) NOT = SPACES
                       GO TO EDITA-NUMERO-BASE-EXIT
                   END-IF
                   MOVE base-edita-texto(1:1) TO base-edita-valor
               ELSE
                   IF base-edita-texto(3:78) NOT = SPACES
                       GO TO EDITA-NUMERO-BASE-EXIT
                   END-IF
                   MOVE base-edita-texto(1:2) TO base-edita-valor
               END-IF.
               IF base-edita-valor >= 2 AND base-edita-valor <= 36
                   SET es-base-valida TO TRUE
               END-IF.
           EDITA-NUMERO-BASE-EXIT.
               EXIT.

      *Base de los digitos de un registro de aritmetica o logicas
      *segun el ultimo caracter del codigo (2, 8 o 6 = hex).
           TOMA-BASE-CODIGO.
               EVALUATE bin-codigo-base(2:1)
                   WHEN '2'
                       MOVE 2 TO edita-base
                   WHEN '8'
                       MOVE 8 TO edita-base
                   WHEN OTHER
                       MOVE 16 TO edita-base
               END-EVALUATE.
           TOMA-BASE-CODIGO-EXIT.
               EXIT.

      *Separa el campo de valor en sus primeros cuatro tokens; un
      *cuarto token no vacio indica que sobra algo en el registro.
           SEPARA-TOKENS.
               MOVE SPACES TO token-1 token-2 token-3 token-4.
               UNSTRING bin-valor DELIMITED BY ALL ' '
                   INTO token-1 token-2 token-3 token-4.
           SEPARA-TOKENS-EXIT.
               EXIT.

      *Entrega en token el siguiente token del campo de valor,
      *avanzando token-puntero; blancos cuando ya no hay.
           SIGUIENTE-TOKEN.
               MOVE SPACES TO token.
               PERFORM UNTIL token NOT = SPACES
                       OR token-puntero > 80
                   UNSTRING bin-valor DELIMITED BY ALL ' '
                       INTO token
                       WITH POINTER token-puntero
                       ON OVERFLOW CONTINUE
                   END-UNSTRING
               END-PERFORM.
           SIGUIENTE-TOKEN-EXIT.
               EXIT.

      *Anota un error en el reporte y lo cuenta por motivo; un
      *registro con varios errores cuenta una sola vez como malo.
           ANOTA-ERROR.
               ADD 1 TO cta-errores.
               IF es-registro-valido
                   ADD 1 TO cta-registros-malos
                   SET es-registro-invalido TO TRUE
               END-IF.
               EVALUATE motivo-error
                   WHEN 'CB'
                       ADD 1 TO cta-motivo-cb
                   WHEN 'DG'
                       ADD 1 TO cta-motivo-dg
                   WHEN 'OP'
                       ADD 1 TO cta-motivo-op
                   WHEN 'PF'
                       ADD 1 TO cta-motivo-pf
                   WHEN 'SC'
                       ADD 1 TO cta-motivo-sc
               END-EVALUATE.
               MOVE SPACES TO REPORTE-LINEA.
               STRING registro-edit ' ' bin-codigo-base '  '
                   motivo-error '     ' motivo-texto ' '
                   bin-valor(1:50)
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO motivo-error motivo-texto.
           ANOTA-ERROR-EXIT.
               EXIT.

      *Al final del archivo: el total del pie debe cuadrar con los
      *registros de datos vistos, igual que en el paso de conversion.
           VERIFICA-TRAILER.
               IF NOT trailer-batin-presente OR NOT es-trailer-valido
                   GO TO VERIFICA-TRAILER-EXIT
               END-IF.
      *>el descuadre se anota contra el registro del pie, pero no lo
      *>cuenta como registro malo: el RC=8 no depende de la tolerancia
               IF trailer-esperado NOT = cta-datos
                   MOVE registro-trailer TO registro-edit
                   MOVE 'TR' TO bin-codigo-base
                   MOVE SPACES TO bin-valor
                   MOVE trailer-esperado TO bin-valor(1:8)
                   MOVE 'SC' TO motivo-error
                   MOVE cta-datos TO cuenta-edit
                   MOVE SPACES TO motivo-texto
                   STRING 'el pie no cuadra; datos vistos '
                       cuenta-edit DELIMITED BY SIZE
                       INTO motivo-texto
                   SET es-registro-invalido TO TRUE
                   PERFORM ANOTA-ERROR THRU ANOTA-ERROR-EXIT
               END-IF.
           VERIFICA-TRAILER-EXIT.
               EXIT.

      *Codigo de retorno: 8 si BATIN no trajo datos, si el pie no
      *cuadra o trae un total no numerico, o si los registros con
      *error exceden la tolerancia; 4 si hubo errores dentro de la
      *tolerancia; 0 limpio.
           CALCULA-RETORNO.
               MOVE 0 TO codigo-retorno.
               IF cta-datos = 0
                   MOVE 8 TO codigo-retorno
                   GO TO CALCULA-RETORNO-EXIT
               END-IF.
               IF trailer-batin-presente
                   IF NOT es-trailer-valido
                           OR trailer-esperado NOT = cta-datos
                       MOVE 8 TO codigo-retorno
                       GO TO CALCULA-RETORNO-EXIT
                   END-IF
               END-IF.
               IF cta-registros-malos > tolerancia
                   MOVE 8 TO codigo-retorno
                   GO TO CALCULA-RETORNO-EXIT
               END-IF.
               IF cta-registros-malos > 0
                   MOVE 4 TO codigo-retorno
               END-IF.
           CALCULA-RETORNO-EXIT.
               EXIT.

      *Totales del archivo, errores por motivo y veredicto.
           IMPRIME-TOTALES.
               IF cta-errores = 0
                   MOVE '  (sin errores de edicion)' TO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-registros TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros leidos:              ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-datos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  de datos:                    ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-cabeceras TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  cabeceras HD:                ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-pies TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  pies TR:                     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-perfiles TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  clausulas de perfil PF:      ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               IF trailer-batin-presente AND es-trailer-valido
                   MOVE trailer-esperado TO cuenta-edit
                   MOVE SPACES TO REPORTE-LINEA
                   STRING 'Total esperado segun el pie:   ' cuenta-edit
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF.
               MOVE cta-registros-malos TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Registros con error:           ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-motivo-cb TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  CB codigo desconocido:       ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-motivo-dg TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  DG digito invalido:          ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-motivo-op TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  OP registro mal formado:     ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-motivo-pf TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  PF clausula de perfil:       ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE cta-motivo-sc TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING '  SC secuencia cabecera/pie:   ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE tolerancia TO cuenta-edit.
               MOVE SPACES TO REPORTE-LINEA.
               STRING 'Tolerancia de errores:         ' cuenta-edit
                   DELIMITED BY SIZE INTO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               MOVE SPACES TO REPORTE-LINEA.
               WRITE REPORTE-LINEA.
               EVALUATE codigo-retorno
                   WHEN 0
                       MOVE 'BATIN APTO: sin errores de edicion'
                           TO REPORTE-LINEA
                   WHEN 4
                       MOVE 'BATIN APTO CON ERRORES: van a BATREJ'
                           TO REPORTE-LINEA
                   WHEN OTHER
                       IF cta-datos = 0
                           MOVE 'BATIN NO APTO: sin registros de datos'
                               TO REPORTE-LINEA
                       ELSE
                           MOVE 'BATIN NO APTO: no corra la conversion'
                               TO REPORTE-LINEA
                       END-IF
               END-EVALUATE.
               WRITE REPORTE-LINEA.
               DISPLAY REPORTE-LINEA(1:72).
           IMPRIME-TOTALES-EXIT.
               EXIT.

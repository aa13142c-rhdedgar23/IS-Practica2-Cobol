       *>   politica a partir de ese punto de la corrida. El relleno
       *>   y la agrupacion se aplican al SAL-VALOR-SALIDA que se
       *>   entrega rio abajo y se muestran en modo interactivo.
       *> - Tabla de autorizaciones (KSDS AUTORIZA) por clave de
       *>   operador o de trabajo: la sesion interactiva pide la
       *>   clave del operador al arrancar y el modo lote la toma
       *>   del tercer token del PARM ('L,reinicio,clave'); cada
       *>   opcion del Menu Principal y cada codigo de registro de
       *>   BATIN se verifica con autorizaAcceso antes de atenderse.
       *>   Un registro con codigo no autorizado va a BATREJ con el
       *>   motivo 'AU', cada intento negado queda en el log de
       *>   violaciones (VIOLLOG) y la clave viaja en AUD-USUARIO.
       *> - El trazado de DISCREP pasa al copybook DISCREC, que tambien
       *>   lee el seguimiento de casos de discrepancia
       *>   (casosDiscrepancia) para abrir y actualizar sus casos.
       *> - El pie de totales de BATOUT lleva tambien las conversiones
       *>   servidas desde el maestro, las altas nuevas al maestro y
       *>   las ya presentes en el, para que el cuadre de fin de
       *>   corrida (cuadreCorrida) pruebe que el maestro explica
       *>   todas las conversiones del run.
       *> - Decodificador de registros de volcados (opcion 13 del Menu
       *>   Principal y modo por lotes con PARM 'D'): una imagen hex
       *>   del registro se desglosa campo por campo segun un diseno
       *>   (dataset DISENO con nombre, desplazamiento, longitud y
       *>   tipo de cada campo): texto EBCDIC/ASCII, decimal zonado,
       *>   empacado (COMP-3), binario (COMP) con y sin signo, punto
       *>   flotante hexadecimal (COMP-1/COMP-2) e IEEE 754. Los
       *>   campos zonados o empacados con digitos o signo invalidos
       *>   se marcan. El modo 'D' decodifica cada imagen de
       *>   IMAGENES al listado DECODLST. No audita: no publica
       *>   conversiones.
       *> - Centro de costo en AUD-CENTRO-COSTO de cada conversion
       *>   auditada (y del remate FIN-SESION), para el cargo
       *>   departamental (cargoDepartamental): el modo lote toma el
       *>   de la clausula 'CENTRO=cccccc' de la cabecera HD de
       *>   BATIN y, sin ella, el que la tabla de autorizaciones
       *>   tiene para la clave del trabajo; la sesion interactiva lo
       *>   pide al arrancar, con el de la tabla como valor por
       *>   omision.
       *> - El modo 'D' se identifica como el modo lote: la clave del
       *>   trabajo va en el segundo token del PARM ('D,clave') y
       *>   debe tener permitido el decodificador (la opcion 13 del
       *>   Menu Principal) en la tabla de autorizaciones; negado,
       *>   queda en VIOLLOG y el paso termina con RC=8 sin leer
       *>   nada.
       *> ENVIRONMENT DIVISION para los datasets del modo batch
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           *>valor de entrada publicado
           SELECT DISCREP-FILE ASSIGN TO DISCREP
               ORGANIZATION IS LINE SEQUENTIAL.
           *>Diseno de registro del decodificador: un renglon por
           *>campo (nombre, desplazamiento, longitud, tipo, decimales)
           SELECT DISENO-FILE ASSIGN TO DISENO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS diseno-estado.
           *>Imagenes hex de los registros a decodificar (modo 'D'),
           *>una por renglon, tal como vienen en el volcado
           SELECT IMAGEN-FILE ASSIGN TO IMAGENES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS imagen-estado.
           *>Listado campo por campo del modo 'D'
           SELECT DECODLST-FILE ASSIGN TO DECODLST
               ORGANIZATION IS LINE SEQUENTIAL.
       *> DATA DIVISION para variables globales
       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-CAP-FILE.
           *>Mismo trazado que AUDIT-LOG-RECORD; se escribe FROM el
           *>registro del log para no duplicar el copybook
           01 AUDIT-CAP-RECORD PIC X(369).

        FD  SALIDA-CAP-FILE.
           *>Mismo trazado que SALIDA-CONV-RECORD
           *>archivo corregido sirva directo como el BATIN del
           *>siguiente run; el motivo ('CB' codigo de base, 'DG'
           *>digito invalido, 'OP' registro mal formado, 'CK'
           *>validacion de digito de control fallida, 'AU' codigo
           *>no autorizado para el trabajo) y el numero
           *>de registro van despues y el equipo de preparacion de
           *>datos los recorta
           01 RECHAZO-RECORD.
        FD  DISCREP-FILE.
           *>Posicion del registro en SALCONV + el par publicado tal
           *>cual + el valor que la reconversion arrojo en su lugar
           COPY DISCREC.

        FD  DISENO-FILE.
           *>Un campo por renglon: nombre (30), desplazamiento desde
           *>el inicio del registro contando desde 0 (5 digitos con
           *>ceros), longitud en bytes (4 digitos con ceros), tipo y
           *>decimales implicitos (2 digitos, en blanco = 0). Tipos:
           *>XE texto EBCDIC, XA texto ASCII, HX solo hex, ZD zonado,
           *>PD empacado (COMP-3), BI binario con signo y BU sin
           *>signo (COMP de 2, 4 u 8 bytes), C1/C2 flotante hex
           *>(COMP-1/COMP-2) y F4/F8 flotante IEEE 754. Los renglones
           *>en blanco y los que empiezan con '*' se ignoran.
           01 DISENO-RECORD.
               02 dis-nombre PIC X(30).
               02 FILLER PIC X(1).
               02 dis-desplaza PIC 9(5).
               02 FILLER PIC X(1).
               02 dis-longitud PIC 9(4).
               02 FILLER PIC X(1).
               02 dis-tipo PIC X(2).
               02 FILLER PIC X(1).
               02 dis-decimales PIC X(2).
               02 FILLER PIC X(33).

        FD  IMAGEN-FILE.
           *>Hasta 1024 bytes (2048 digitos hex); los blancos entre
           *>grupos de digitos se ignoran. Los renglones que empiezan
           *>con '*' (p.ej. el numero del reporte del problema) pasan
           *>tal cual al listado.
           01 IMAGEN-RECORD PIC X(2560).

        FD  DECODLST-FILE.
           01 DECODLST-RECORD PIC X(132).

        WORKING-STORAGE SECTION.
           *>Modo de ejecucion: 'I' interactivo (default), 'L' lote,
           *>'R' reconciliacion del dataset de salida, 'D'
           *>decodificacion de imagenes de registro
           01 modo-ejecucion PIC X(1) VALUE 'I'.
               88 modo-interactivo VALUE 'I'.
               88 modo-lote VALUE 'L'.
               88 modo-reconciliacion VALUE 'R'.
               88 modo-decodificacion VALUE 'D'.
           *>Switch de fin de archivo para el dataset de entrada
           01 fin-batch PIC X(1) VALUE 'N'.
               88 hay-fin-batch VALUE 'S'.
           *>opcionalmente, el punto de reinicio separado por coma
           01 parm-modo-texto PIC X(10).
           01 parm-restart-texto PIC X(10).
           *>Tercer token del PARM: clave del trabajo por lotes en la
           *>tabla de autorizaciones (segundo token en el modo 'D')
           01 parm-usuario-texto PIC X(10).
           *>Clave de quien usa el programa (operador de la sesion
           *>interactiva o trabajo por lotes); se verifica contra la
           *>tabla de autorizaciones y viaja en AUD-USUARIO
           01 usuario-sesion PIC X(8) VALUE SPACES.
           *>Centro de costo al que se cargan las conversiones de la
           *>sesion o del trabajo; viaja en AUD-CENTRO-COSTO
           01 centro-sesion PIC X(6) VALUE SPACES.
           01 centro-tecleado PIC X(6).
           *>Resultado de la ultima verificacion de autorizacion
           01 acceso-verificado PIC X(1) VALUE 'S'.
               88 acceso-permitido VALUE 'S'.
               88 acceso-negado VALUE 'N'.
           *>Codigos de registro de BATIN que atiende el conversor;
           *>solo estos se verifican contra la tabla (un codigo
           *>desconocido se rechaza con 'CB' como siempre)
           01 codigo-lote-verifica PIC X(2).
               88 codigo-lote-conocido VALUES '02' '08' '16'
                   'D2' 'D8' 'D6' 'B8' 'B6' 'O2' 'O6' 'H2' 'H8'
                   'GN' 'L2' 'L8' 'L6' 'A2' 'A8' 'A6'
                   'F4' 'F8' 'G4' 'G8' 'TH' 'HT'
                   'BG' 'GB' 'DB' 'BD' 'DX' 'XD' 'EV' 'KG' 'KV'.
           *>Area de comunicacion con la verificacion de
           *>autorizaciones (autorizaAcceso)
           COPY AUTCHK.
           *>Numero de registros de BATIN ya leidos en este run
           01 batch-registro-actual PIC 9(8) VALUE 0.
           *>Totales de control del modo lote: registros de datos
           *>Registros de datos saltados en un reinicio porque ya los
           *>proceso con exito el run anterior
           01 batch-saltados PIC 9(8) VALUE 0.
           *>Conversiones del run servidas desde el maestro, altas
           *>nuevas que ACTUALIZA-MAESTRO dio al maestro y las que ya
           *>estaban en el, para el pie de totales de BATOUT
           01 batch-servidos PIC 9(8) VALUE 0.
           01 batch-maestro-altas PIC 9(8) VALUE 0.
           01 batch-maestro-presentes PIC 9(8) VALUE 0.
           *>Total esperado de registros de datos, tomado del registro
           *>de pie ('TR') de BATIN cuando viene
           01 trailer-esperado PIC 9(8) VALUE 0.
           *>base desconocido, 'DG' digito fuera de la base pedida,
           *>'OP' registro mal formado (operacion o bases invalidas
           *>en un registro GN, de aritmetica o de logicas), 'CK'
           *>validacion de digito de control fallida, 'AU' codigo
           *>que la tabla de autorizaciones no permite al trabajo
           01 rechazo-motivo PIC X(2) VALUE 'DG'.
           *>Punto de reinicio: registros de BATIN a saltar porque ya
           *>se procesaron con exito en un run anterior
           01 chk-token-metodo PIC X(40).
           01 chk-largo-res PIC 9(3) VALUE 0.

           *>Campos del decodificador de registros: el diseno cargado
           *>de DISENO (hasta 200 campos), la imagen hex del registro
           *>ya separada en nibbles (hasta 1024 bytes), y los campos de
           *>trabajo de cada tipo. Los numeros zonados, empacados y
           *>binarios se arman como texto de digitos para no limitar
           *>su largo a un PIC numerico.
           01 diseno-estado PIC X(2) VALUE '00'.
           01 imagen-estado PIC X(2) VALUE '00'.
           01 fin-diseno PIC X(1) VALUE 'N'.
               88 hay-fin-diseno VALUE 'S'.
           01 fin-imagenes PIC X(1) VALUE 'N'.
               88 hay-fin-imagenes VALUE 'S'.
           01 fin-tramos PIC X(1) VALUE 'N'.
               88 hay-fin-tramos VALUE 'S'.
           01 decod-diseno-ok PIC X(1) VALUE 'N'.
               88 decod-diseno-valido VALUE 'S'.
               88 decod-diseno-invalido VALUE 'N'.
           01 decod-tabla.
               02 decod-campo OCCURS 200.
                   03 dc-nombre PIC X(30).
                   03 dc-desplaza PIC 9(5).
                   03 dc-longitud PIC 9(4).
                   03 dc-tipo PIC X(2).
                   03 dc-decimales PIC 9(2).
           01 decod-cuantos-campos PIC 9(3) VALUE 0.
           01 decod-ind PIC 9(3).
           01 decod-renglon PIC 9(5) VALUE 0.
           01 decod-tipo PIC X(2).
               88 decod-tipo-valido VALUES 'XE' 'XA' 'HX' 'ZD' 'PD'
                   'BI' 'BU' 'C1' 'C2' 'F4' 'F8'.
           01 decod-escala-max PIC 9(2).
           01 decod-motivo PIC X(60).
           *>Imagen hex tal cual (renglon de IMAGENES o los tramos
           *>tecleados) y sus nibbles ya validados
           01 decod-imagen-texto PIC X(2560).
           01 decod-tramo PIC X(200).
           01 decod-tramo-largo PIC 9(3).
           01 decod-imagen-puntero PIC 9(4).
           01 decod-nibbles.
               02 decod-nib OCCURS 2048 PIC 9(2).
           01 decod-cuantos-nib PIC 9(4).
           01 decod-bytes PIC 9(4).
           01 decod-cursor PIC 9(4).
           01 decod-nib-ini PIC 9(4).
           01 decod-nib-fin PIC 9(4).
           01 decod-byte-val PIC 9(3).
           01 decod-peso PIC 9(1).
           01 decod-hex-texto PIC X(80).
           01 decod-hex-largo PIC 9(3).
           01 decod-imagen-ok PIC X(1) VALUE 'S'.
               88 decod-imagen-valida VALUE 'S'.
               88 decod-imagen-invalida VALUE 'N'.
           01 decod-campo-ok PIC X(1) VALUE 'S'.
               88 decod-campo-valido VALUE 'S'.
               88 decod-campo-invalido VALUE 'N'.
           *>Valor decodificado del campo en curso y los campos del
           *>armado del texto numerico (digitos, signo, decimales)
           01 decod-valor PIC X(80).
           01 decod-destino PIC 9(3).
           01 decod-digitos PIC X(40).
           01 decod-cuantos-dig PIC 9(2).
           01 decod-escala PIC 9(2).
           01 decod-primero PIC 9(2).
           01 decod-largo PIC S9(3).
           01 decod-signo PIC X(1) VALUE 'N'.
               88 decod-negativo VALUE 'S'.
               88 decod-positivo VALUE 'N'.
           01 decod-binario PIC 9(20).
           01 decod-binario-x REDEFINES decod-binario PIC X(20).
           01 decod-potencia-bin PIC 9(20).
           *>Fraccion y exponente del flotante hexadecimal
           01 decod-fraccion PIC 9(18).
           01 decod-potencia PIC 9(18).
           01 decod-exp-hfp PIC 9(3).
           *>Renglon del listado: a DECODLST en modo 'D', a la
           *>pantalla en la sesion interactiva
           01 decod-linea PIC X(132).
           01 decod-detalle.
               02 dd-nombre PIC X(30).
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-desplaza PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-longitud PIC ZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-tipo PIC X(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-hex PIC X(26).
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-valor PIC X(53).
               02 FILLER PIC X(1) VALUE SPACE.
               02 dd-marca PIC X(6).
           *>Totales del modo 'D' y de la imagen en curso
           01 decod-registros PIC 9(8) VALUE 0.
           01 decod-registros-error PIC 9(8) VALUE 0.
           01 decod-campos-leidos PIC 9(8) VALUE 0.
           01 decod-campos-invalidos PIC 9(8) VALUE 0.
           01 decod-invalidos-imagen PIC 9(4) VALUE 0.
           01 decod-numero-edit PIC ZZZZ,ZZ9.
           01 decod-pos-edit PIC ZZZ9.
           *>Blancos a la izquierda de los campos editados, para
           *>pegar el numero sin huecos en los mensajes
           01 decod-pos-blancos PIC 9(1).
           01 decod-num-blancos PIC 9(1).
           01 decod-titulos.
               02 FILLER PIC X(31) VALUE 'CAMPO'.
               02 FILLER PIC X(6) VALUE 'DESPL'.
               02 FILLER PIC X(5) VALUE 'LONG'.
               02 FILLER PIC X(3) VALUE 'TP'.
               02 FILLER PIC X(27) VALUE 'HEX'.
               02 FILLER PIC X(54) VALUE 'VALOR'.
               02 FILLER PIC X(6) VALUE 'MARCA'.
           01 decod-respuesta PIC X(1).
           *>Codigo de retorno del modo 'D': 0 limpio, 4 hubo campos
           *>o imagenes invalidos, 8 diseno o IMAGENES no disponibles
           01 decod-codigo-retorno PIC 9(1) VALUE 0.

           *>Contadores para el resumen de la sesion (cuantas
           *>conversiones de cada tipo se hicieron), que se muestra al
           *>elegir la opcion de Salir del Menu Principal. Se van
                       THRU RECONCILIA-DRIVER-EXIT
                   STOP RUN
               END-IF.
      *>El modo de decodificacion solo lee el diseno y las imagenes
      *>y escribe su listado; tampoco toca los datasets compartidos.
               IF PARM-LEN > 0 AND PARM-TEXT(1:1) = 'D'
                   SET modo-decodificacion TO TRUE
                   PERFORM PARSEA-PARM-DECODIFICA
                       THRU PARSEA-PARM-DECODIFICA-EXIT
      *>el trabajo debe tener el decodificador (opcion 13) igual que
      *>el operador en el menu; negado, termina con RC=8 sin abrir
      *>el diseno ni las imagenes
                   PERFORM IDENTIFICA-TRABAJO
                       THRU IDENTIFICA-TRABAJO-EXIT
                   IF acceso-permitido
                       PERFORM VERIFICA-DECODIFICADOR
                           THRU VERIFICA-DECODIFICADOR-EXIT
                   END-IF
                   IF acceso-negado
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM DECODIFICA-DRIVER
                       THRU DECODIFICA-DRIVER-EXIT
                   MOVE decod-codigo-retorno TO RETURN-CODE
                   STOP RUN
               END-IF.
      *>El modo lote escribe los maestros directo dentro de su
      *>ventana; las sesiones interactivas escriben sus capturas
      *>privadas y el paso de consolidacion las mezcla despues,
      *>para que las sesiones concurrentes no se pisen las lineas.
               IF PARM-LEN > 0 AND PARM-TEXT(1:1) = 'L'
                   SET modo-lote TO TRUE
                   PERFORM PARSEA-PARM-LOTE
                       THRU PARSEA-PARM-LOTE-EXIT
      *>un trabajo sin clave o que la tabla no conoce no toca
      *>ningun dataset: termina con RC=8 antes de abrir nada
                   PERFORM IDENTIFICA-TRABAJO
                       THRU IDENTIFICA-TRABAJO-EXIT
                   IF acceso-negado
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN EXTEND AUDIT-LOG-FILE
                   OPEN EXTEND SALIDA-CONV-FILE
                   PERFORM ABRE-MAESTRO THRU ABRE-MAESTRO-EXIT
                   PERFORM BATCH-DRIVER
                   CLOSE AUDIT-LOG-FILE
                   CLOSE SALIDA-CONV-FILE
                   OPEN EXTEND AUDIT-CAP-FILE
                   OPEN EXTEND SALIDA-CAP-FILE
                   PERFORM ABRE-MAESTRO THRU ABRE-MAESTRO-EXIT
      *>un operador que la tabla no conoce no llega al menu; la
      *>captura se remata igual para que la consolidacion la cierre
                   PERFORM IDENTIFICA-OPERADOR
                       THRU IDENTIFICA-OPERADOR-EXIT
                   IF acceso-negado
                       PERFORM CIERRA-SESION-INTERACTIVA
                           THRU CIERRA-SESION-INTERACTIVA-EXIT
                       STOP RUN
                   END-IF
               END-IF.
      *MENU PRINCIPAL
           MENU-PRINCIPAL.
               DISPLAY '11. Evaluador de expresiones de base mixta'.
               DISPLAY '12. Digitos de control: paridad, mod 97, '
                   'Luhn'.
               DISPLAY '13. Decodificador de registros (volcados)'.
               DISPLAY '14. Salir del Programa'.

           PERFORM UNTIL opcion = 14
               DISPLAY 'Elige una de las opciones anteriores.'
               ACCEPT opcion
      *>cada opcion de trabajo se verifica contra la tabla de
      *>autorizaciones antes de atenderse; Salir no se verifica
               PERFORM VERIFICA-OPCION-MENU
                   THRU VERIFICA-OPCION-MENU-EXIT
               IF acceso-negado
                   DISPLAY 'Opcion no autorizada para el operador '
                       usuario-sesion
               ELSE
                   EVALUATE opcion
                       WHEN 1
                           PERFORM SUBMENU1
                       WHEN 2
                           PERFORM SUBMENU2
                       WHEN 3
                           PERFORM SUBMENU3
                       WHEN 4
                           PERFORM SUBMENU4
                       WHEN 5
                           PERFORM CONVERSOR_GENERAL
                       WHEN 6
                           PERFORM SUBMENU5
                       WHEN 7
                           PERFORM CONSULTA-MAESTRO
                       WHEN 8
                           PERFORM SUBMENU6
                       WHEN 9
                           PERFORM SUBMENU7
                       WHEN 10
                           PERFORM SUBMENU8
                       WHEN 11
                           PERFORM EVALUA_EXPRESION
                       WHEN 12
                           PERFORM SUBMENU9
                       WHEN 13
                           PERFORM DECODIFICA-REGISTRO
                       WHEN 14
                           PERFORM RESUMEN-SESION-REPORTE
                               THRU RESUMEN-SESION-REPORTE-EXIT
                           DISPLAY 'Hasta pronto!'
                       WHEN OTHER
                           DISPLAY 'Opcion Invalida!'
                   END-EVALUATE
               END-IF
      *         PERFORM MENU-PRINCIPAL
           END-PERFORM.
           PERFORM CIERRA-SESION-INTERACTIVA
                   GO TO AUDITA-CONVERSION-EXIT
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
               MOVE usuario-sesion TO AUD-USUARIO.
               MOVE centro-sesion TO AUD-CENTRO-COSTO.
      *>Las sesiones interactivas escriben su captura privada; el
      *>modo lote escribe el log maestro directo.
               IF modo-interactivo
                   OPEN OUTPUT RECHAZO-FILE
               END-IF.
      *>La cabecera ('HD') y el pie ('TR') de BATIN son opcionales y
      *>no son registros de datos: la cabecera marca el inicio del
      *>archivo (y puede traer el centro de costo) y el pie trae
      *>el total esperado de registros de datos, que se verifica
      *>contra los realmente vistos. En un reinicio los registros
      *>de datos ya procesados igual se cuentan como leidos, para
      *>que el total de control cuadre.
               PERFORM UNTIL hay-fin-batch
                   READ BATCH-IN-FILE
                       AT END
                           ADD 1 TO batch-registro-actual
                           EVALUATE bin-codigo-base
                               WHEN 'HD'
                                   PERFORM BATCH-APLICA-CABECERA
                                       THRU BATCH-APLICA-CABECERA-EXIT
                               WHEN 'TR'
                                   SET trailer-batin-presente TO TRUE
                                   COMPUTE trailer-esperado =
                                   ADD 1 TO batch-leidos
                                   IF batch-registro-actual >
                                           batch-registro-restart
                                       PERFORM BATCH-VERIFICA-CODIGO
                                           THRU
                                           BATCH-VERIFICA-CODIGO-EXIT
                                       IF acceso-permitido
                                         PERFORM
                                           BATCH-CONSULTA-MAESTRO
                                           THRU
                                           BATCH-CONSULTA-MAESTRO-EXIT
                                         IF NOT conversion-servida
                                           PERFORM
                                               BATCH-PROCESA-REGISTRO
                                         END-IF
                                       END-IF
                                       PERFORM ESCRIBE-CHECKPOINT
                                           THRU ESCRIBE-CHECKPOINT-EXIT
      *ya procesados con exito en un run anterior (el operador toma
      *ese numero del ultimo CHECKPOINT-RECORD escrito en CHKPOINT
      *antes de que el run previo se cayera).
      *El tercer token es la clave del trabajo en la tabla de
      *autorizaciones: PARM='L,,CONVJOB' o PARM='L,nnnnnnnn,CONVJOB'.
           PARSEA-PARM-LOTE.
               MOVE SPACES TO parm-modo-texto parm-restart-texto.
               MOVE SPACES TO parm-usuario-texto.
               UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ','
                   INTO parm-modo-texto parm-restart-texto
                       parm-usuario-texto.
               MOVE 0 TO batch-registro-restart.
               IF parm-restart-texto NOT = SPACES
                   COMPUTE batch-registro-restart =
                       FUNCTION NUMVAL(parm-restart-texto)
               END-IF.
               MOVE parm-usuario-texto TO usuario-sesion.
           PARSEA-PARM-LOTE-EXIT.
               EXIT.

      *Extrae del PARM del modo de decodificacion la clave del
      *trabajo en la tabla de autorizaciones: PARM='D,CONVDECO'.
           PARSEA-PARM-DECODIFICA.
               MOVE SPACES TO parm-modo-texto parm-usuario-texto.
               UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ','
                   INTO parm-modo-texto parm-usuario-texto.
               MOVE parm-usuario-texto TO usuario-sesion.
           PARSEA-PARM-DECODIFICA-EXIT.
               EXIT.

      *Identifica al trabajo por lotes contra la tabla de
      *autorizaciones con la clave del PARM; sin clave, o con una
      *clave que la tabla no conoce, el paso no corre.
           IDENTIFICA-TRABAJO.
               SET acceso-permitido TO TRUE.
               MOVE usuario-sesion TO AUC-USUARIO.
               MOVE 'U' TO AUC-TIPO.
               MOVE SPACES TO AUC-RECURSO.
               MOVE 'MODO LOTE' TO AUC-DETALLE.
               PERFORM LLAMA-AUTORIZACION
                   THRU LLAMA-AUTORIZACION-EXIT.
               IF acceso-negado
                   DISPLAY 'ERROR: el trabajo ' usuario-sesion
                       ' no esta autorizado a correr el conversor'
               ELSE
                   MOVE AUC-CENTRO-COSTO TO centro-sesion
               END-IF.
           IDENTIFICA-TRABAJO-EXIT.
               EXIT.

      *Pide la clave del operador al arrancar la sesion interactiva
      *y la identifica contra la tabla de autorizaciones.
           IDENTIFICA-OPERADOR.
               DISPLAY 'Clave de operador:'.
               MOVE SPACES TO usuario-sesion.
               ACCEPT usuario-sesion.
               MOVE usuario-sesion TO AUC-USUARIO.
               MOVE 'U' TO AUC-TIPO.
               MOVE SPACES TO AUC-RECURSO.
               MOVE 'SESION INTERACTIVA' TO AUC-DETALLE.
               PERFORM LLAMA-AUTORIZACION
                   THRU LLAMA-AUTORIZACION-EXIT.
               IF acceso-negado
                   DISPLAY 'Operador no autorizado para usar el '
                       'conversor'
                   GO TO IDENTIFICA-OPERADOR-EXIT
               END-IF.
               MOVE AUC-CENTRO-COSTO TO centro-sesion.
               PERFORM PIDE-CENTRO-COSTO THRU PIDE-CENTRO-COSTO-EXIT.
           IDENTIFICA-OPERADOR-EXIT.
               EXIT.

      *Pide el centro de costo al que se cargan las conversiones de
      *la sesion; Enter deja el que la tabla de autorizaciones tiene
      *para el operador. Sin ninguno de los dos se vuelve a pedir:
      *toda conversion debe quedar cargada a algun centro.
           PIDE-CENTRO-COSTO.
               MOVE SPACES TO centro-tecleado.
               PERFORM UNTIL centro-tecleado NOT = SPACES
                   IF centro-sesion NOT = SPACES
                       DISPLAY 'Centro de costo (Enter = '
                           centro-sesion '):'
                   ELSE
                       DISPLAY 'Centro de costo:'
                   END-IF
                   ACCEPT centro-tecleado
                   IF centro-tecleado = SPACES
                       MOVE centro-sesion TO centro-tecleado
                   END-IF
               END-PERFORM.
               MOVE centro-tecleado TO centro-sesion.
           PIDE-CENTRO-COSTO-EXIT.
               EXIT.

      *Cabecera HD de BATIN: si trae la clausula 'CENTRO=cccccc', las
      *conversiones del trabajo se cargan a ese centro de costo en
      *lugar del que la tabla de autorizaciones tiene para la clave
      *del trabajo. Cualquier otro texto de la cabecera se ignora,
      *como siempre.
           BATCH-APLICA-CABECERA.
               IF bin-valor(1:7) NOT = 'CENTRO='
                       OR bin-valor(8:6) = SPACES
                   GO TO BATCH-APLICA-CABECERA-EXIT
               END-IF.
               MOVE bin-valor(8:6) TO centro-sesion.
               DISPLAY 'Centro de costo del lote: ' centro-sesion.
           BATCH-APLICA-CABECERA-EXIT.
               EXIT.

      *Verifica que el operador pueda usar la opcion del Menu
      *Principal que eligio; Salir y las opciones invalidas no se
      *verifican (no hacen ningun trabajo).
           VERIFICA-OPCION-MENU.
               SET acceso-permitido TO TRUE.
               IF opcion < 1 OR opcion > 13
                   GO TO VERIFICA-OPCION-MENU-EXIT
               END-IF.
               MOVE usuario-sesion TO AUC-USUARIO.
               MOVE 'M' TO AUC-TIPO.
               MOVE SPACES TO AUC-RECURSO.
               MOVE opcion TO AUC-RECURSO(1:2).
               MOVE SPACES TO AUC-DETALLE.
               STRING 'OPCION ' opcion ' DEL MENU PRINCIPAL'
                   DELIMITED BY SIZE INTO AUC-DETALLE.
               PERFORM LLAMA-AUTORIZACION
                   THRU LLAMA-AUTORIZACION-EXIT.
           VERIFICA-OPCION-MENU-EXIT.
               EXIT.

      *Verifica que el trabajo del modo 'D' pueda usar el
      *decodificador de registros, el mismo recurso que la opcion 13
      *del Menu Principal; el intento negado lo anota autorizaAcceso
      *en el log de violaciones.
           VERIFICA-DECODIFICADOR.
               MOVE usuario-sesion TO AUC-USUARIO.
               MOVE 'M' TO AUC-TIPO.
               MOVE SPACES TO AUC-RECURSO.
               MOVE '13' TO AUC-RECURSO(1:2).
               MOVE 'DECODIFICADOR EN MODO LOTE' TO AUC-DETALLE.
               PERFORM LLAMA-AUTORIZACION
                   THRU LLAMA-AUTORIZACION-EXIT.
               IF acceso-negado
                   DISPLAY 'ERROR: el trabajo ' usuario-sesion
                       ' no esta autorizado a usar el decodificador'
               END-IF.
           VERIFICA-DECODIFICADOR-EXIT.
               EXIT.

      *Verifica que el trabajo pueda mandar el codigo del registro
      *de BATIN en curso; un codigo no autorizado se rechaza aqui
      *con el motivo 'AU' y no llega ni al maestro ni a los nucleos.
      *Los codigos que el conversor no conoce pasan, para que
      *BATCH-PROCESA-REGISTRO los rechace con 'CB' como siempre.
           BATCH-VERIFICA-CODIGO.
               SET acceso-permitido TO TRUE.
               MOVE bin-codigo-base TO codigo-lote-verifica.
               IF NOT codigo-lote-conocido
                   GO TO BATCH-VERIFICA-CODIGO-EXIT
               END-IF.
               MOVE usuario-sesion TO AUC-USUARIO.
               MOVE 'L' TO AUC-TIPO.
               MOVE SPACES TO AUC-RECURSO.
               MOVE bin-codigo-base TO AUC-RECURSO(1:2).
               MOVE SPACES TO AUC-DETALLE.
               STRING 'REGISTRO ' batch-registro-actual ' '
                   bin-valor DELIMITED BY SIZE INTO AUC-DETALLE.
               PERFORM LLAMA-AUTORIZACION
                   THRU LLAMA-AUTORIZACION-EXIT.
               IF acceso-negado
                   MOVE 'AU' TO rechazo-motivo
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING 'ERROR: codigo ' bin-codigo-base
                       ' no autorizado para el trabajo '
                       usuario-sesion
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   WRITE BATCH-OUT-RECORD
                   ADD 1 TO batch-rechazados
                   PERFORM ESCRIBE-RECHAZO THRU ESCRIBE-RECHAZO-EXIT
               END-IF.
           BATCH-VERIFICA-CODIGO-EXIT.
               EXIT.

      *Pregunta a autorizaAcceso con AUC-USUARIO/AUC-TIPO/
      *AUC-RECURSO/AUC-DETALLE ya cargados y deja el veredicto en
      *el switch de acceso; el intento negado ya lo anoto el propio
      *autorizaAcceso en el log de violaciones.
           LLAMA-AUTORIZACION.
               MOVE 'conversorN2816_N10' TO AUC-PROGRAMA.
               CALL 'autorizaAcceso' USING AUTORIZA-CONSULTA-AREA.
               IF AUC-RESULTADO = '00'
                   SET acceso-permitido TO TRUE
               ELSE
                   SET acceso-negado TO TRUE
               END-IF.
           LLAMA-AUTORIZACION-EXIT.
               EXIT.

      *Anota, en el dataset de checkpoint, el numero del ultimo
      *registro de BATIN procesado con exito; si el batch se
      *interrumpe a medias, el siguiente run puede reiniciarse con
      *todo el listado. En un reinicio los registros ya procesados
      *por el run anterior se reportan en SALTADOS, de modo que
      *LEIDOS = CONVERTIDOS + RECHAZADOS + SALTADOS siempre cuadra.
      *SERVIDOS, ALTAS y PRESENTES dicen como quedo cada conversion
      *del run frente al maestro (servida de el, dada de alta o ya
      *registrada); las de misma base no van al maestro.
           ESCRIBE-TRAILER-BATOUT.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING 'TR LEIDOS=' batch-leidos
                   ' CONVERTIDOS=' batch-convertidos
                   ' RECHAZADOS=' batch-rechazados
                   ' SALTADOS=' batch-saltados
                   ' SERVIDOS=' batch-servidos
                   ' ALTAS=' batch-maestro-altas
                   ' PRESENTES=' batch-maestro-presentes
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD.
               WRITE BATCH-OUT-RECORD.
           ESCRIBE-TRAILER-BATOUT-EXIT.

      *Nucleo de la decodificacion: espera el patron cargado en las
      *ultimas ieee-bits casillas de Binario. Separa signo, exponente
      *sesgado y mantisa, clasifica, arma el texto decimal y audita.
           IEEE-DECODIFICA-NUCLEO.
               PERFORM IEEE-SEPARA-PATRON
                   THRU IEEE-SEPARA-PATRON-EXIT.
               PERFORM IEEE-ARMA-TEXTO-VALOR
                   THRU IEEE-ARMA-TEXTO-VALOR-EXIT.
               MOVE 'IEEE_DECODIFICA' TO AUD-PARRAFO.
               MOVE ieee-entrada-texto TO AUD-ENTRADA.
               MOVE ieee-base-texto TO AUD-BASE.
               MOVE ieee-texto-valor TO AUD-RESULTADO.
               PERFORM AUDITA-CONVERSION THRU AUDITA-CONVERSION-EXIT.
           IEEE-DECODIFICA-NUCLEO-EXIT.
               EXIT.

      *Separa del patron cargado en Binario el signo, el exponente
      *sesgado y la mantisa (Horner desde el bit menos
      *significativo) y clasifica el valor (cero, denormal,
      *infinito, NaN o normal). No audita; lo usan el nucleo de la
      *decodificacion y el decodificador de registros.
           IEEE-SEPARA-PATRON.
               SET ieee-es-normal TO TRUE.
               MOVE indice1(ieee-primera-casilla) TO ieee-signo.
               MOVE 0 TO ieee-exp-sesgado.
                           ieee-exp-sesgado - ieee-sesgo
                       ADD 1 TO ieee-mantisa
               END-EVALUATE.
           IEEE-SEPARA-PATRON-EXIT.
               EXIT.

      *Arma el texto decimal del valor decodificado segun su clase.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               MOVE 'FIN-SESION' TO AUD-PARRAFO.
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
               MOVE usuario-sesion TO AUD-USUARIO.
               MOVE centro-sesion TO AUD-CENTRO-COSTO.
               WRITE AUDIT-CAP-RECORD FROM AUDIT-LOG-RECORD.
               CLOSE AUDIT-CAP-FILE.
               CLOSE SALIDA-CAP-FILE.
               READ MAESTRO-CONV-FILE.
               EVALUATE maestro-estado
                   WHEN '00'
                       ADD 1 TO batch-maestro-presentes
      *>la comparacion se hace con ambos valores normalizados (sin
      *>ceros a la izquierda), para que un maestro rellenado desde
      *>corridas con relleno de ceros no dispare avisos falsos
                       MOVE recon-recalculado TO MST-VALOR-SALIDA
                       MOVE SAL-FECHA-CORRIDA TO MST-FECHA-CORRIDA
                       WRITE MAESTRO-CONV-RECORD
                       IF maestro-estado = '00'
                           ADD 1 TO batch-maestro-altas
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               END-IF.
               SET conversion-servida TO TRUE.
               ADD 1 TO batch-convertidos.
               ADD 1 TO batch-servidos.
               MOVE MST-VALOR-SALIDA TO recon-texto.
               PERFORM RECON-COMPACTA-TEXTO
                   THRU RECON-COMPACTA-TEXTO-EXIT.
               END-IF.
           RECON-NORMALIZA-TEXTO-EXIT.
               EXIT.

      *Conductor del modo de decodificacion (PARM 'D'): carga el
      *diseno de DISENO, decodifica cada imagen de IMAGENES campo por
      *campo al listado DECODLST y cierra con los totales. RC 0 todo
      *decodifico limpio, 4 hubo imagenes o campos invalidos, 8 el
      *diseno o las imagenes no estan disponibles.
           DECODIFICA-DRIVER.
               OPEN OUTPUT DECODLST-FILE.
               MOVE SPACES TO decod-linea.
               STRING '=== Decodificacion de registros de volcados ==='
                   DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               PERFORM DECOD-CARGA-DISENO THRU DECOD-CARGA-DISENO-EXIT.
               IF decod-diseno-invalido
                   MOVE 8 TO decod-codigo-retorno
                   CLOSE DECODLST-FILE
                   GO TO DECODIFICA-DRIVER-EXIT
               END-IF.
               OPEN INPUT IMAGEN-FILE.
               IF imagen-estado NOT = '00'
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR: no se pudo abrir IMAGENES, estado '
                       imagen-estado DELIMITED BY SIZE
                       INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   MOVE 8 TO decod-codigo-retorno
                   CLOSE DECODLST-FILE
                   GO TO DECODIFICA-DRIVER-EXIT
               END-IF.
               MOVE 'N' TO fin-imagenes.
               PERFORM UNTIL hay-fin-imagenes
                   READ IMAGEN-FILE
                       AT END
                           MOVE 'S' TO fin-imagenes
                       NOT AT END
                           PERFORM DECOD-LEE-IMAGEN
                               THRU DECOD-LEE-IMAGEN-EXIT
                   END-READ
               END-PERFORM.
               CLOSE IMAGEN-FILE.
               MOVE SPACES TO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE decod-registros TO decod-numero-edit.
               MOVE SPACES TO decod-linea.
               STRING 'Registros decodificados:  ' decod-numero-edit
                   DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE decod-registros-error TO decod-numero-edit.
               MOVE SPACES TO decod-linea.
               STRING 'Registros con error:      ' decod-numero-edit
                   DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE decod-campos-leidos TO decod-numero-edit.
               MOVE SPACES TO decod-linea.
               STRING 'Campos decodificados:     ' decod-numero-edit
                   DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE decod-campos-invalidos TO decod-numero-edit.
               MOVE SPACES TO decod-linea.
               STRING 'Campos invalidos:         ' decod-numero-edit
                   DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               IF decod-registros = 0
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR: IMAGENES no trajo ningun registro'
                       DELIMITED BY SIZE INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   MOVE 8 TO decod-codigo-retorno
               ELSE
                   IF decod-registros-error > 0
                       MOVE 4 TO decod-codigo-retorno
                   END-IF
               END-IF.
               CLOSE DECODLST-FILE.
               DISPLAY '=== Decodificacion de registros ==='.
               DISPLAY 'Registros decodificados: ' decod-registros.
               DISPLAY 'Registros con error:     '
                   decod-registros-error.
               DISPLAY 'Campos invalidos:        '
                   decod-campos-invalidos.
           DECODIFICA-DRIVER-EXIT.
               EXIT.

      *Un renglon de IMAGENES: los blancos se saltan, los que
      *empiezan con '*' pasan tal cual al listado (referencia del
      *reporte del problema) y los demas se decodifican.
           DECOD-LEE-IMAGEN.
               IF IMAGEN-RECORD = SPACES
                   GO TO DECOD-LEE-IMAGEN-EXIT
               END-IF.
               IF IMAGEN-RECORD(1:1) = '*'
                   MOVE SPACES TO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   MOVE IMAGEN-RECORD(1:132) TO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   GO TO DECOD-LEE-IMAGEN-EXIT
               END-IF.
               MOVE IMAGEN-RECORD TO decod-imagen-texto.
               PERFORM DECOD-PROCESA-IMAGEN
                   THRU DECOD-PROCESA-IMAGEN-EXIT.
           DECOD-LEE-IMAGEN-EXIT.
               EXIT.

      *Decodificador de registros (opcion 13 del Menu Principal):
      *carga el diseno de DISENO, pide la imagen hex del registro y
      *muestra el desglose campo por campo; se pueden decodificar
      *varios registros seguidos con el mismo diseno.
           DECODIFICA-REGISTRO.
               PERFORM DECOD-CARGA-DISENO THRU DECOD-CARGA-DISENO-EXIT.
               IF decod-diseno-invalido
                   DISPLAY 'El diseno de registro no esta '
                       WITH NO ADVANCING
                   DISPLAY 'disponible; revisa el dataset DISENO'
                   GO TO MENU-PRINCIPAL
               END-IF.
               MOVE 'S' TO decod-respuesta.
               PERFORM UNTIL decod-respuesta NOT = 'S'
                   PERFORM DECOD-PIDE-IMAGEN
                       THRU DECOD-PIDE-IMAGEN-EXIT
                   PERFORM DECOD-PROCESA-IMAGEN
                       THRU DECOD-PROCESA-IMAGEN-EXIT
                   DISPLAY 'Decodificar otro registro con el mismo '
                       'diseno? (S/N)'
                   ACCEPT decod-respuesta
                   INSPECT decod-respuesta CONVERTING 's' TO 'S'
               END-PERFORM.
               GO TO MENU-PRINCIPAL.
               STOP RUN.

      *Pide la imagen hex por teclado en tramos (un volcado se copia
      *renglon por renglon); un renglon vacio termina la imagen.
           DECOD-PIDE-IMAGEN.
               DISPLAY 'Ingresa la imagen hex del registro; puede ir '
                   'en varios renglones y los blancos se ignoran.'.
               DISPLAY 'Un renglon vacio termina la imagen.'.
               MOVE SPACES TO decod-imagen-texto.
               MOVE 1 TO decod-imagen-puntero.
               MOVE 'N' TO fin-tramos.
               PERFORM UNTIL hay-fin-tramos
                   MOVE SPACES TO decod-tramo
                   ACCEPT decod-tramo
                   IF decod-tramo = SPACES
                       MOVE 'S' TO fin-tramos
                   ELSE
                       MOVE 200 TO decod-tramo-largo
                       PERFORM UNTIL decod-tramo(decod-tramo-largo:1)
                               NOT = ' '
                           SUBTRACT 1 FROM decod-tramo-largo
                       END-PERFORM
                       STRING decod-tramo(1:decod-tramo-largo) ' '
                           DELIMITED BY SIZE INTO decod-imagen-texto
                           WITH POINTER decod-imagen-puntero
                           ON OVERFLOW
                               DISPLAY 'La imagen excede el maximo; '
                                   'se toma hasta aqui'
                               MOVE 'S' TO fin-tramos
                       END-STRING
                   END-IF
               END-PERFORM.
           DECOD-PIDE-IMAGEN-EXIT.
               EXIT.

      *Carga el diseno de DISENO en la tabla de campos, validando
      *cada renglon; todos los renglones malos se reportan antes de
      *dar el diseno por invalido, para corregirlos de una vez.
           DECOD-CARGA-DISENO.
               MOVE 0 TO decod-cuantos-campos.
               MOVE 0 TO decod-renglon.
               SET decod-diseno-valido TO TRUE.
               MOVE 'N' TO fin-diseno.
               OPEN INPUT DISENO-FILE.
               IF diseno-estado NOT = '00'
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR: no se pudo abrir el diseno (DISENO)'
                       ', estado ' diseno-estado DELIMITED BY SIZE
                       INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   SET decod-diseno-invalido TO TRUE
                   GO TO DECOD-CARGA-DISENO-EXIT
               END-IF.
               PERFORM UNTIL hay-fin-diseno
                   READ DISENO-FILE
                       AT END
                           MOVE 'S' TO fin-diseno
                       NOT AT END
                           ADD 1 TO decod-renglon
                           PERFORM DECOD-VALIDA-CAMPO
                               THRU DECOD-VALIDA-CAMPO-EXIT
                   END-READ
               END-PERFORM.
               CLOSE DISENO-FILE.
               IF decod-diseno-valido AND decod-cuantos-campos = 0
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR: el diseno no trae ningun campo'
                       DELIMITED BY SIZE INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   SET decod-diseno-invalido TO TRUE
               END-IF.
               IF decod-diseno-valido
                   MOVE decod-cuantos-campos TO decod-pos-edit
                   MOVE SPACES TO decod-linea
                   STRING 'Diseno cargado: ' decod-pos-edit
                       ' campos' DELIMITED BY SIZE INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
               END-IF.
           DECOD-CARGA-DISENO-EXIT.
               EXIT.

      *Valida un renglon del diseno y, si esta bien, lo agrega a la
      *tabla de campos. Los binarios miden 2, 4 u 8 bytes, los
      *flotantes 4 u 8 segun su tipo, un empacado hasta 16 (31
      *digitos) y un zonado hasta 31; los decimales implicitos no
      *pueden pasar de los digitos del campo.
           DECOD-VALIDA-CAMPO.
               IF DISENO-RECORD = SPACES OR DISENO-RECORD(1:1) = '*'
                   GO TO DECOD-VALIDA-CAMPO-EXIT
               END-IF.
               MOVE SPACES TO decod-motivo.
               MOVE dis-tipo TO decod-tipo.
               MOVE 0 TO decod-escala-max.
               EVALUATE TRUE
                   WHEN dis-desplaza NOT NUMERIC
                       MOVE 'desplazamiento no numerico'
                           TO decod-motivo
                   WHEN dis-longitud NOT NUMERIC OR dis-longitud = 0
                       MOVE 'longitud no numerica o en cero'
                           TO decod-motivo
                   WHEN NOT decod-tipo-valido
                       MOVE 'tipo de campo desconocido' TO decod-motivo
                   WHEN dis-decimales NOT = SPACES
                           AND dis-decimales NOT NUMERIC
                       MOVE 'decimales no numericos' TO decod-motivo
                   WHEN dis-desplaza + dis-longitud > 1024
                       MOVE 'el campo pasa del byte 1024'
                           TO decod-motivo
                   WHEN decod-cuantos-campos = 200
                       MOVE 'el diseno pasa de 200 campos'
                           TO decod-motivo
               END-EVALUATE.
               IF decod-motivo = SPACES
                   EVALUATE decod-tipo
                       WHEN 'BI'
                       WHEN 'BU'
                           MOVE 18 TO decod-escala-max
                           IF dis-longitud NOT = 2
                                   AND dis-longitud NOT = 4
                                   AND dis-longitud NOT = 8
                               MOVE 'un binario mide 2, 4 u 8 bytes'
                                   TO decod-motivo
                           END-IF
                       WHEN 'C1'
                       WHEN 'F4'
                           IF dis-longitud NOT = 4
                               MOVE 'un flotante corto mide 4 bytes'
                                   TO decod-motivo
                           END-IF
                       WHEN 'C2'
                       WHEN 'F8'
                           IF dis-longitud NOT = 8
                               MOVE 'un flotante largo mide 8 bytes'
                                   TO decod-motivo
                           END-IF
                       WHEN 'PD'
                           IF dis-longitud > 16
                               MOVE 'un empacado mide hasta 16 bytes'
                                   TO decod-motivo
                           ELSE
                               COMPUTE decod-escala-max =
                                   dis-longitud * 2 - 1
                           END-IF
                       WHEN 'ZD'
                           IF dis-longitud > 31
                               MOVE 'un zonado mide hasta 31 bytes'
                                   TO decod-motivo
                           ELSE
                               MOVE dis-longitud TO decod-escala-max
                           END-IF
                   END-EVALUATE
               END-IF.
               MOVE 0 TO decod-escala.
               IF decod-motivo = SPACES AND dis-decimales NOT = SPACES
                   MOVE dis-decimales TO decod-escala
                   IF decod-escala > decod-escala-max
                       IF decod-escala-max = 0
                           MOVE 'el tipo no lleva decimales'
                               TO decod-motivo
                       ELSE
                           MOVE 'mas decimales que digitos'
                               TO decod-motivo
                       END-IF
                   END-IF
               END-IF.
               IF decod-motivo NOT = SPACES
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR EN DISENO, renglon ' decod-renglon
                       ': ' decod-motivo DELIMITED BY SIZE
                       INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   SET decod-diseno-invalido TO TRUE
                   GO TO DECOD-VALIDA-CAMPO-EXIT
               END-IF.
               ADD 1 TO decod-cuantos-campos.
               MOVE dis-nombre TO dc-nombre(decod-cuantos-campos).
               MOVE dis-desplaza TO dc-desplaza(decod-cuantos-campos).
               MOVE dis-longitud TO dc-longitud(decod-cuantos-campos).
               MOVE decod-tipo TO dc-tipo(decod-cuantos-campos).
               MOVE decod-escala TO dc-decimales(decod-cuantos-campos).
           DECOD-VALIDA-CAMPO-EXIT.
               EXIT.

      *Decodifica una imagen ya puesta en decod-imagen-texto: la
      *separa en nibbles y lista cada campo del diseno con su hex,
      *su valor y la marca de invalido si la trae.
           DECOD-PROCESA-IMAGEN.
               ADD 1 TO decod-registros.
               MOVE 0 TO decod-invalidos-imagen.
               PERFORM DECOD-CARGA-NIBBLES
                   THRU DECOD-CARGA-NIBBLES-EXIT.
               MOVE SPACES TO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE decod-registros TO decod-numero-edit.
               MOVE 0 TO decod-num-blancos.
               INSPECT decod-numero-edit
                   TALLYING decod-num-blancos FOR LEADING SPACES.
               MOVE decod-bytes TO decod-pos-edit.
               PERFORM DECOD-CUENTA-BLANCOS
                   THRU DECOD-CUENTA-BLANCOS-EXIT.
               MOVE SPACES TO decod-linea.
               STRING 'Registro ' decod-numero-edit(decod-num-blancos
                   + 1:) ': ' decod-pos-edit(decod-pos-blancos + 1:)
                   ' bytes' DELIMITED BY SIZE INTO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               IF decod-imagen-invalida
                   MOVE SPACES TO decod-linea
                   STRING 'ERROR: imagen hex invalida: ' decod-motivo
                       DELIMITED BY SIZE INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
                   ADD 1 TO decod-registros-error
                   GO TO DECOD-PROCESA-IMAGEN-EXIT
               END-IF.
               MOVE decod-titulos TO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
               MOVE 1 TO decod-ind.
               PERFORM UNTIL decod-ind > decod-cuantos-campos
                   PERFORM DECOD-LISTA-CAMPO
                       THRU DECOD-LISTA-CAMPO-EXIT
                   ADD 1 TO decod-ind
               END-PERFORM.
               IF decod-invalidos-imagen > 0
                   ADD 1 TO decod-registros-error
                   MOVE decod-invalidos-imagen TO decod-pos-edit
                   MOVE SPACES TO decod-linea
                   STRING 'Campos invalidos en el registro: '
                       decod-pos-edit DELIMITED BY SIZE
                       INTO decod-linea
                   PERFORM DECOD-EMITE-LINEA
                       THRU DECOD-EMITE-LINEA-EXIT
               END-IF.
           DECOD-PROCESA-IMAGEN-EXIT.
               EXIT.

      *Separa la imagen hex en nibbles (0-15); los blancos entre
      *grupos se ignoran. Un caracter que no es hex, una imagen
      *vacia, de mas de 1024 bytes o con un digito suelto la
      *invalidan.
           DECOD-CARGA-NIBBLES.
               SET decod-imagen-valida TO TRUE.
               MOVE SPACES TO decod-motivo.
               MOVE 0 TO decod-cuantos-nib.
               MOVE 0 TO decod-bytes.
               INSPECT decod-imagen-texto
                   CONVERTING 'abcdef' TO 'ABCDEF'.
               MOVE 1 TO decod-cursor.
               PERFORM UNTIL decod-cursor > 2560
                       OR decod-imagen-invalida
                   IF decod-imagen-texto(decod-cursor:1) NOT = ' '
                       MOVE decod-imagen-texto(decod-cursor:1)
                           TO general-digito-char
                       PERFORM VALOR-DIGITO-GENERAL
                           THRU VALOR-DIGITO-GENERAL-EXIT
                       EVALUATE TRUE
                           WHEN general-digito-val > 15
                               SET decod-imagen-invalida TO TRUE
                               MOVE decod-cursor TO decod-pos-edit
                               PERFORM DECOD-CUENTA-BLANCOS
                                   THRU DECOD-CUENTA-BLANCOS-EXIT
                               STRING 'caracter no hex en la '
                                   'posicion '
                                   decod-pos-edit(decod-pos-blancos
                                       + 1:) DELIMITED BY SIZE
                                   INTO decod-motivo
                           WHEN decod-cuantos-nib = 2048
                               SET decod-imagen-invalida TO TRUE
                               MOVE 'la imagen pasa de 1024 bytes'
                                   TO decod-motivo
                           WHEN OTHER
                               ADD 1 TO decod-cuantos-nib
                               MOVE general-digito-val
                                   TO decod-nib(decod-cuantos-nib)
                       END-EVALUATE
                   END-IF
                   ADD 1 TO decod-cursor
               END-PERFORM.
               IF decod-imagen-invalida
                   GO TO DECOD-CARGA-NIBBLES-EXIT
               END-IF.
               IF decod-cuantos-nib = 0
                   SET decod-imagen-invalida TO TRUE
                   MOVE 'la imagen viene vacia' TO decod-motivo
                   GO TO DECOD-CARGA-NIBBLES-EXIT
               END-IF.
               IF FUNCTION MOD(decod-cuantos-nib, 2) NOT = 0
                   SET decod-imagen-invalida TO TRUE
                   MOVE 'numero impar de digitos hex' TO decod-motivo
                   GO TO DECOD-CARGA-NIBBLES-EXIT
               END-IF.
               COMPUTE decod-bytes = decod-cuantos-nib / 2.
           DECOD-CARGA-NIBBLES-EXIT.
               EXIT.

      *Lista un campo del diseno: nombre, desplazamiento, longitud,
      *tipo, sus bytes en hex y el valor decodificado; un campo
      *invalido lleva el motivo en lugar del valor y la marca *INV*.
           DECOD-LISTA-CAMPO.
               ADD 1 TO decod-campos-leidos.
               SET decod-campo-valido TO TRUE.
               MOVE SPACES TO decod-valor.
               MOVE SPACES TO dd-hex.
               MOVE SPACES TO dd-marca.
               MOVE dc-nombre(decod-ind) TO dd-nombre.
               MOVE dc-desplaza(decod-ind) TO dd-desplaza.
               MOVE dc-longitud(decod-ind) TO dd-longitud.
               MOVE dc-tipo(decod-ind) TO dd-tipo.
               COMPUTE decod-nib-ini = dc-desplaza(decod-ind) * 2 + 1.
               COMPUTE decod-nib-fin = (dc-desplaza(decod-ind)
                   + dc-longitud(decod-ind)) * 2.
               PERFORM DECOD-CAMPO-VALOR THRU DECOD-CAMPO-VALOR-EXIT.
               IF decod-campo-invalido
                   MOVE '*INV*' TO dd-marca
                   ADD 1 TO decod-campos-invalidos
                   ADD 1 TO decod-invalidos-imagen
               END-IF.
               MOVE decod-valor TO dd-valor.
               MOVE decod-detalle TO decod-linea.
               PERFORM DECOD-EMITE-LINEA THRU DECOD-EMITE-LINEA-EXIT.
           DECOD-LISTA-CAMPO-EXIT.
               EXIT.

      *Decodifica el valor del campo en curso segun su tipo. Un campo
      *que el registro no alcanza a cubrir se marca invalido.
           DECOD-CAMPO-VALOR.
               IF decod-nib-fin > decod-cuantos-nib
                   SET decod-campo-invalido TO TRUE
                   MOVE decod-bytes TO decod-pos-edit
                   PERFORM DECOD-CUENTA-BLANCOS
                       THRU DECOD-CUENTA-BLANCOS-EXIT
                   STRING 'FUERA DEL REGISTRO ('
                       decod-pos-edit(decod-pos-blancos + 1:)
                       ' BYTES)' DELIMITED BY SIZE INTO decod-valor
                   GO TO DECOD-CAMPO-VALOR-EXIT
               END-IF.
               PERFORM DECOD-ARMA-HEX THRU DECOD-ARMA-HEX-EXIT.
               MOVE dc-decimales(decod-ind) TO decod-escala.
               EVALUATE dc-tipo(decod-ind)
                   WHEN 'XE'
                   WHEN 'XA'
                       PERFORM DECOD-TEXTO THRU DECOD-TEXTO-EXIT
                   WHEN 'HX'
                       IF decod-hex-largo > 53
                           MOVE decod-hex-texto(1:51) TO decod-valor
                           MOVE '..' TO decod-valor(52:2)
                       ELSE
                           MOVE decod-hex-texto TO decod-valor
                       END-IF
                   WHEN 'ZD'
                       PERFORM DECOD-ZONADO THRU DECOD-ZONADO-EXIT
                   WHEN 'PD'
                       PERFORM DECOD-EMPACADO THRU DECOD-EMPACADO-EXIT
                   WHEN 'BI'
                   WHEN 'BU'
                       PERFORM DECOD-COMP-BINARIO
                           THRU DECOD-COMP-BINARIO-EXIT
                   WHEN 'C1'
                   WHEN 'C2'
                       PERFORM DECOD-FLOTANTE-HEX
                           THRU DECOD-FLOTANTE-HEX-EXIT
                   WHEN 'F4'
                   WHEN 'F8'
                       PERFORM DECOD-FLOTANTE-IEEE
                           THRU DECOD-FLOTANTE-IEEE-EXIT
               END-EVALUATE.
           DECOD-CAMPO-VALOR-EXIT.
               EXIT.

      *Bytes del campo en hex (hasta 80 digitos); la columna del
      *listado muestra los primeros 24 y '..' si el campo es mas
      *largo.
           DECOD-ARMA-HEX.
               MOVE SPACES TO decod-hex-texto.
               MOVE 0 TO decod-hex-largo.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                       OR decod-hex-largo = 80
                   ADD 1 TO decod-hex-largo
                   MOVE tabla-digitos(decod-nib(decod-cursor) + 1:1)
                       TO decod-hex-texto(decod-hex-largo:1)
                   ADD 1 TO decod-cursor
               END-PERFORM.
               IF decod-nib-fin - decod-nib-ini + 1 > 26
                   MOVE decod-hex-texto(1:24) TO dd-hex
                   MOVE '..' TO dd-hex(25:2)
               ELSE
                   MOVE decod-hex-texto TO dd-hex
               END-IF.
               IF decod-nib-fin - decod-nib-ini + 1 > 80
                   MOVE 81 TO decod-hex-largo
               END-IF.
           DECOD-ARMA-HEX-EXIT.
               EXIT.

      *Texto EBCDIC o ASCII: cada byte se traduce con la tabla del
      *juego (la misma de la opcion 9), '.' para los no imprimibles.
           DECOD-TEXTO.
               MOVE 0 TO decod-destino.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                       OR decod-destino = 53
                   COMPUTE decod-byte-val = decod-nib(decod-cursor)
                       * 16 + decod-nib(decod-cursor + 1)
                   ADD 1 TO decod-destino
                   IF dc-tipo(decod-ind) = 'XE'
                       MOVE tabla-ebcdic(decod-byte-val + 1:1)
                           TO decod-valor(decod-destino:1)
                   ELSE
                       MOVE tabla-ascii(decod-byte-val + 1:1)
                           TO decod-valor(decod-destino:1)
                   END-IF
                   ADD 2 TO decod-cursor
               END-PERFORM.
           DECOD-TEXTO-EXIT.
               EXIT.

      *Decimal zonado: cada byte lleva zona F y un digito 0-9; la
      *zona del ultimo byte es el signo (C, A, E o F positivo; D o B
      *negativo).
           DECOD-ZONADO.
               MOVE SPACES TO decod-digitos.
               MOVE 0 TO decod-cuantos-dig.
               SET decod-positivo TO TRUE.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                       OR decod-campo-invalido
                   COMPUTE decod-pos-edit =
                       (decod-cursor - decod-nib-ini) / 2 + 1
                   PERFORM DECOD-CUENTA-BLANCOS
                       THRU DECOD-CUENTA-BLANCOS-EXIT
                   IF decod-nib(decod-cursor + 1) > 9
                       SET decod-campo-invalido TO TRUE
                       STRING 'DIGITO INVALIDO EN EL BYTE '
                           decod-pos-edit(decod-pos-blancos + 1:)
                           DELIMITED BY SIZE
                           INTO decod-valor
                   ELSE
                       ADD 1 TO decod-cuantos-dig
                       MOVE tabla-digitos(decod-nib(decod-cursor + 1)
                           + 1:1) TO decod-digitos(decod-cuantos-dig:1)
                       IF decod-cursor + 1 < decod-nib-fin
                           IF decod-nib(decod-cursor) NOT = 15
                               SET decod-campo-invalido TO TRUE
                               STRING 'ZONA INVALIDA EN EL BYTE '
                                   decod-pos-edit(decod-pos-blancos
                                       + 1:) DELIMITED BY SIZE
                                   INTO decod-valor
                           END-IF
                       ELSE
                           MOVE decod-nib(decod-cursor)
                               TO decod-byte-val
                           PERFORM DECOD-VALIDA-SIGNO
                               THRU DECOD-VALIDA-SIGNO-EXIT
                       END-IF
                   END-IF
                   ADD 2 TO decod-cursor
               END-PERFORM.
               IF decod-campo-valido
                   PERFORM DECOD-ARMA-NUMERO
                       THRU DECOD-ARMA-NUMERO-EXIT
               END-IF.
           DECOD-ZONADO-EXIT.
               EXIT.

      *Decimal empacado (COMP-3): dos digitos 0-9 por byte y el
      *ultimo nibble es el signo (C, A, E o F positivo; D o B
      *negativo).
           DECOD-EMPACADO.
               MOVE SPACES TO decod-digitos.
               MOVE 0 TO decod-cuantos-dig.
               SET decod-positivo TO TRUE.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor = decod-nib-fin
                       OR decod-campo-invalido
                   IF decod-nib(decod-cursor) > 9
                       SET decod-campo-invalido TO TRUE
                       COMPUTE decod-pos-edit =
                           decod-cursor - decod-nib-ini + 1
                       PERFORM DECOD-CUENTA-BLANCOS
                           THRU DECOD-CUENTA-BLANCOS-EXIT
                       STRING 'DIGITO INVALIDO EN EL NIBBLE '
                           decod-pos-edit(decod-pos-blancos + 1:)
                           DELIMITED BY SIZE
                           INTO decod-valor
                   ELSE
                       ADD 1 TO decod-cuantos-dig
                       MOVE tabla-digitos(decod-nib(decod-cursor)
                           + 1:1) TO decod-digitos(decod-cuantos-dig:1)
                   END-IF
                   ADD 1 TO decod-cursor
               END-PERFORM.
               IF decod-campo-valido
                   MOVE decod-nib(decod-nib-fin) TO decod-byte-val
                   PERFORM DECOD-VALIDA-SIGNO
                       THRU DECOD-VALIDA-SIGNO-EXIT
               END-IF.
               IF decod-campo-valido
                   PERFORM DECOD-ARMA-NUMERO
                       THRU DECOD-ARMA-NUMERO-EXIT
               END-IF.
           DECOD-EMPACADO-EXIT.
               EXIT.

      *Nibble de signo de un zonado o empacado (en decod-byte-val).
           DECOD-VALIDA-SIGNO.
               EVALUATE decod-byte-val
                   WHEN 10
                   WHEN 12
                   WHEN 14
                   WHEN 15
                       SET decod-positivo TO TRUE
                   WHEN 11
                   WHEN 13
                       SET decod-negativo TO TRUE
                   WHEN OTHER
                       SET decod-campo-invalido TO TRUE
                       STRING 'SIGNO INVALIDO ('
                           tabla-digitos(decod-byte-val + 1:1) ')'
                           DELIMITED BY SIZE INTO decod-valor
               END-EVALUATE.
           DECOD-VALIDA-SIGNO-EXIT.
               EXIT.

      *Binario (COMP) de 2, 4 u 8 bytes, big-endian como en el
      *volcado; el tipo BI toma el bit mas alto como signo en
      *complemento a 2 y el BU no.
           DECOD-COMP-BINARIO.
               MOVE 0 TO decod-binario.
               MOVE 1 TO decod-potencia-bin.
               SET decod-positivo TO TRUE.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                   COMPUTE decod-binario = decod-binario * 256
                       + decod-nib(decod-cursor) * 16
                       + decod-nib(decod-cursor + 1)
                   MULTIPLY 256 BY decod-potencia-bin
                   ADD 2 TO decod-cursor
               END-PERFORM.
               IF dc-tipo(decod-ind) = 'BI'
                       AND decod-nib(decod-nib-ini) > 7
                   SET decod-negativo TO TRUE
                   COMPUTE decod-binario =
                       decod-potencia-bin - decod-binario
               END-IF.
               MOVE decod-binario-x TO decod-digitos.
               MOVE 20 TO decod-cuantos-dig.
               PERFORM DECOD-ARMA-NUMERO THRU DECOD-ARMA-NUMERO-EXIT.
           DECOD-COMP-BINARIO-EXIT.
               EXIT.

      *Punto flotante hexadecimal (COMP-1 de 4 bytes, COMP-2 de 8):
      *bit de signo, exponente base 16 con exceso 64 y fraccion de 6
      *o 14 digitos hex. La fraccion se normaliza a 1.xxx x 2^e para
      *armar el texto con el mismo formato de la opcion 8.
           DECOD-FLOTANTE-HEX.
               MOVE 0 TO ieee-signo.
               IF decod-nib(decod-nib-ini) > 7
                   MOVE 1 TO ieee-signo
               END-IF.
               COMPUTE decod-exp-hfp = FUNCTION MOD(
                   decod-nib(decod-nib-ini) * 16
                   + decod-nib(decod-nib-ini + 1), 128).
               MOVE 0 TO decod-fraccion.
               COMPUTE decod-cursor = decod-nib-ini + 2.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                   COMPUTE decod-fraccion = decod-fraccion * 16
                       + decod-nib(decod-cursor)
                   ADD 1 TO decod-cursor
               END-PERFORM.
               IF decod-fraccion = 0
                   SET ieee-es-cero TO TRUE
               ELSE
                   SET ieee-es-normal TO TRUE
                   IF dc-tipo(decod-ind) = 'C1'
                       MOVE 8388608 TO decod-potencia
                   ELSE
                       MOVE 36028797018963968 TO decod-potencia
                   END-IF
                   COMPUTE ieee-exponente = 4 * (decod-exp-hfp - 64)
                       - 1
                   PERFORM UNTIL decod-fraccion NOT < decod-potencia
                       MULTIPLY 2 BY decod-fraccion
                       SUBTRACT 1 FROM ieee-exponente
                   END-PERFORM
                   COMPUTE ieee-mantisa =
                       decod-fraccion / decod-potencia
               END-IF.
               PERFORM IEEE-ARMA-TEXTO-VALOR
                   THRU IEEE-ARMA-TEXTO-VALOR-EXIT.
               MOVE ieee-texto-valor TO decod-valor.
           DECOD-FLOTANTE-HEX-EXIT.
               EXIT.

      *Punto flotante IEEE 754 de 4 u 8 bytes: los bits del campo se
      *cargan en Binario como los deja IEEE-CARGA-PATRON y se separan
      *y arman con los mismos parrafos de la opcion 8, sin auditar.
           DECOD-FLOTANTE-IEEE.
               COMPUTE ieee-bits = dc-longitud(decod-ind) * 8.
               PERFORM IEEE-PREPARA-PRECISION
                   THRU IEEE-PREPARA-PRECISION-EXIT.
               MOVE 1 TO contaux.
               PERFORM UNTIL contaux > 100
                   MOVE 0 TO indice1(contaux)
                   ADD 1 TO contaux
               END-PERFORM.
               MOVE ieee-primera-casilla TO contaux.
               MOVE decod-nib-ini TO decod-cursor.
               PERFORM UNTIL decod-cursor > decod-nib-fin
                   MOVE decod-nib(decod-cursor) TO decod-byte-val
                   MOVE 8 TO decod-peso
                   PERFORM UNTIL decod-peso = 0
                       COMPUTE indice1(contaux) =
                           decod-byte-val / decod-peso
                       COMPUTE decod-byte-val =
                           FUNCTION MOD(decod-byte-val, decod-peso)
                       ADD 1 TO contaux
                       DIVIDE decod-peso BY 2 GIVING decod-peso
                   END-PERFORM
                   ADD 1 TO decod-cursor
               END-PERFORM.
               PERFORM IEEE-SEPARA-PATRON
                   THRU IEEE-SEPARA-PATRON-EXIT.
               PERFORM IEEE-ARMA-TEXTO-VALOR
                   THRU IEEE-ARMA-TEXTO-VALOR-EXIT.
               MOVE ieee-texto-valor TO decod-valor.
           DECOD-FLOTANTE-IEEE-EXIT.
               EXIT.

      *Arma el texto de un numero a partir de sus digitos: signo,
      *parte entera sin ceros a la izquierda y, si el campo lleva
      *decimales implicitos, el punto y los ultimos decod-escala
      *digitos.
           DECOD-ARMA-NUMERO.
               MOVE SPACES TO decod-valor.
               MOVE 1 TO decod-destino.
               IF decod-negativo
                   STRING '-' DELIMITED BY SIZE INTO decod-valor
                       WITH POINTER decod-destino
               END-IF.
               MOVE 1 TO decod-primero.
               PERFORM UNTIL decod-primero + decod-escala
                       >= decod-cuantos-dig
                       OR decod-digitos(decod-primero:1) NOT = '0'
                   ADD 1 TO decod-primero
               END-PERFORM.
               COMPUTE decod-largo = decod-cuantos-dig - decod-escala
                   - decod-primero + 1.
               IF decod-largo > 0
                   STRING decod-digitos(decod-primero:decod-largo)
                       DELIMITED BY SIZE INTO decod-valor
                       WITH POINTER decod-destino
               ELSE
                   STRING '0' DELIMITED BY SIZE INTO decod-valor
                       WITH POINTER decod-destino
               END-IF.
               IF decod-escala > 0
                   STRING '.' decod-digitos(decod-cuantos-dig
                       - decod-escala + 1:decod-escala)
                       DELIMITED BY SIZE INTO decod-valor
                       WITH POINTER decod-destino
               END-IF.
           DECOD-ARMA-NUMERO-EXIT.
               EXIT.

      *Cuenta los blancos a la izquierda de decod-pos-edit.
           DECOD-CUENTA-BLANCOS.
               MOVE 0 TO decod-pos-blancos.
               INSPECT decod-pos-edit
                   TALLYING decod-pos-blancos FOR LEADING SPACES.
           DECOD-CUENTA-BLANCOS-EXIT.
               EXIT.

      *Un renglon del listado: a DECODLST en el modo 'D', a la
      *pantalla en la sesion interactiva.
           DECOD-EMITE-LINEA.
               IF modo-decodificacion
                   WRITE DECODLST-RECORD FROM decod-linea
               ELSE
                   DISPLAY decod-linea
               END-IF.
           DECOD-EMITE-LINEA-EXIT.
               EXIT.

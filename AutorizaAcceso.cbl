      * Verificacion de autorizaciones del conversor: el conversor
      * (opciones del Menu Principal, codigos de registro de BATIN)
      * y el servicio de conversion llamable preguntan con un CALL y
      * el area de AUTCHK si una clave (operador, trabajo o programa
      * que llama) puede usar un recurso. La clave se busca en la
      * tabla de autorizaciones (KSDS AUTORIZA, trazado AUTORREC); el
      * renglon de la ultima clave consultada se guarda en memoria,
      * asi que una corrida por lotes lee la tabla una sola vez. Cada
      * intento negado se anota en el log de violaciones (VIOLLOG,
      * trazado VIOLREC) y se avisa por consola; el reporte diario
      * de violaciones (reporteViolaciones) lee ese log.
      * Si la tabla no esta disponible se niega todo (AUC-RESULTADO
      * '90'): sin tabla no hay manera de saber quien puede que.
      * De regreso AUC-CENTRO-COSTO trae el centro de costo por
      * omision de la clave, para cargarle sus conversiones.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. autorizaAcceso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Tabla de autorizaciones (VSAM KSDS) con llave de clave de
           *>operador/trabajo; se abre solo para leer una clave nueva
           SELECT AUTORIZA-FILE ASSIGN TO AUTORIZA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS autoriza-llave
               FILE STATUS IS autoriza-estado.
           *>Log de violaciones de seguridad; se abre EXTEND solo para
           *>anotar un intento negado
           SELECT VIOLACION-FILE ASSIGN TO VIOLLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS violacion-estado.

       DATA DIVISION.
        FILE SECTION.
        FD  AUTORIZA-FILE.
           *>Mismo trazado que AUTORIZA-RECORD; se lee INTO la copia
           *>de WORKING-STORAGE para que siga a la mano con el
           *>archivo ya cerrado
           01 AUTORIZA-LLAVE-RECORD.
               02 autoriza-llave PIC X(8).
               02 FILLER PIC X(152).

        FD  VIOLACION-FILE.
           COPY VIOLREC.

        WORKING-STORAGE SECTION.
           01 autoriza-estado PIC X(2) VALUE '00'.
           01 violacion-estado PIC X(2) VALUE '00'.
           *>Clave cuyo renglon esta cargado en AUTORIZA-RECORD y que
           *>paso con ella: si la tabla abrio y si la clave existe
           01 usuario-cargado PIC X(8) VALUE LOW-VALUES.
           01 tabla-activa PIC X(1) VALUE 'N'.
               88 hay-tabla VALUE 'S'.
           01 usuario-hallado PIC X(1) VALUE 'N'.
               88 hay-usuario VALUE 'S'.
           *>Opcion de menu pedida, en numero, para indexar la tabla
           01 opcion-pedida PIC 9(2) VALUE 0.
           01 busca PIC 9(2).
           01 encontrado PIC X(1).
               88 si-encontrado VALUE 'S'.
               88 no-encontrado VALUE 'N'.

           COPY AUTORREC.

       LINKAGE SECTION.
           COPY AUTCHK.

       PROCEDURE DIVISION USING AUTORIZA-CONSULTA-AREA.
      *Punto de entrada: carga el renglon de la clave si es otra
      *distinta de la ultima, verifica el recurso pedido y anota el
      *intento si se nego; siempre regresa con AUC-RESULTADO puesto.
           AUTORIZA-INICIO.
               MOVE '00' TO AUC-RESULTADO.
               IF AUC-USUARIO NOT = usuario-cargado
                   PERFORM CARGA-USUARIO THRU CARGA-USUARIO-EXIT
               END-IF.
               MOVE AUT-CENTRO-COSTO TO AUC-CENTRO-COSTO.
               EVALUATE TRUE
                   WHEN NOT hay-tabla
                       MOVE '90' TO AUC-RESULTADO
                   WHEN NOT hay-usuario
                       MOVE '10' TO AUC-RESULTADO
                   WHEN OTHER
                       PERFORM VERIFICA-RECURSO
                           THRU VERIFICA-RECURSO-EXIT
               END-EVALUATE.
               IF AUC-RESULTADO NOT = '00'
                   PERFORM ANOTA-VIOLACION THRU ANOTA-VIOLACION-EXIT
               END-IF.
               GOBACK.

      *Lee de la tabla el renglon de la clave pedida y lo deja en
      *AUTORIZA-RECORD; la tabla se cierra enseguida, el renglon
      *queda en memoria para las llamadas siguientes de la misma
      *clave.
           CARGA-USUARIO.
               MOVE AUC-USUARIO TO usuario-cargado.
               MOVE 'N' TO tabla-activa.
               MOVE 'N' TO usuario-hallado.
               MOVE SPACES TO AUTORIZA-RECORD.
               OPEN INPUT AUTORIZA-FILE.
               IF autoriza-estado NOT = '00'
                   DISPLAY 'AVISO: tabla de autorizaciones no '
                       WITH NO ADVANCING
                   DISPLAY 'disponible, estado ' autoriza-estado
                   GO TO CARGA-USUARIO-EXIT
               END-IF.
               SET hay-tabla TO TRUE.
               MOVE AUC-USUARIO TO autoriza-llave.
               READ AUTORIZA-FILE INTO AUTORIZA-RECORD.
               IF autoriza-estado = '00'
                   SET hay-usuario TO TRUE
               ELSE
                   MOVE SPACES TO AUTORIZA-RECORD
               END-IF.
               CLOSE AUTORIZA-FILE.
           CARGA-USUARIO-EXIT.
               EXIT.

      *Verifica el recurso pedido contra el renglon de la clave: la
      *opcion del Menu Principal, el codigo de registro de BATIN o
      *el permiso de llamar al servicio. Pedir solo la
      *identificacion ('U') basta con que la clave exista.
           VERIFICA-RECURSO.
               EVALUATE AUC-TIPO
                   WHEN 'U'
                       CONTINUE
                   WHEN 'M'
                       IF AUC-RECURSO(1:2) NOT NUMERIC
                           MOVE '20' TO AUC-RESULTADO
                           GO TO VERIFICA-RECURSO-EXIT
                       END-IF
                       MOVE AUC-RECURSO(1:2) TO opcion-pedida
                       IF opcion-pedida < 1 OR opcion-pedida > 20
                           MOVE '20' TO AUC-RESULTADO
                           GO TO VERIFICA-RECURSO-EXIT
                       END-IF
                       IF AUT-OPCION-MENU(opcion-pedida) NOT = 'S'
                           MOVE '20' TO AUC-RESULTADO
                       END-IF
                   WHEN 'L'
                       SET no-encontrado TO TRUE
                       MOVE 1 TO busca
                       PERFORM UNTIL busca > 40 OR si-encontrado
                           IF AUT-CODIGO-LOTE(busca) = '**'
                               SET si-encontrado TO TRUE
                           END-IF
                           IF AUT-CODIGO-LOTE(busca) NOT = SPACES
                                   AND AUT-CODIGO-LOTE(busca)
                                       = AUC-RECURSO(1:2)
                               SET si-encontrado TO TRUE
                           END-IF
                           ADD 1 TO busca
                       END-PERFORM
                       IF no-encontrado
                           MOVE '20' TO AUC-RESULTADO
                       END-IF
                   WHEN 'S'
                       IF AUT-SERVICIO NOT = 'S'
                           MOVE '20' TO AUC-RESULTADO
                       END-IF
                   WHEN OTHER
                       MOVE '20' TO AUC-RESULTADO
               END-EVALUATE.
           VERIFICA-RECURSO-EXIT.
               EXIT.

      *Anota el intento negado en el log de violaciones y lo avisa
      *por consola; si el log no abre, el aviso de consola es el
      *unico rastro (la negacion se sostiene de todos modos).
           ANOTA-VIOLACION.
               DISPLAY 'VIOLACION DE SEGURIDAD: clave ' AUC-USUARIO
                   ' tipo ' AUC-TIPO ' recurso ' AUC-RECURSO
                   ' resultado ' AUC-RESULTADO.
               OPEN EXTEND VIOLACION-FILE.
               IF violacion-estado NOT = '00'
                   DISPLAY 'AVISO: log de violaciones no '
                       WITH NO ADVANCING
                   DISPLAY 'disponible, estado ' violacion-estado
                   GO TO ANOTA-VIOLACION-EXIT
               END-IF.
               MOVE SPACES TO VIOLACION-RECORD.
               MOVE FUNCTION CURRENT-DATE TO VIO-TIMESTAMP.
               MOVE AUC-USUARIO TO VIO-USUARIO.
               MOVE AUC-PROGRAMA TO VIO-PROGRAMA.
      *>una clave desconocida o una tabla caida se anotan como
      *>identificacion fallida, sin importar que recurso se pidio
               IF AUC-RESULTADO = '20'
                   MOVE AUC-TIPO TO VIO-TIPO
               ELSE
                   MOVE 'U' TO VIO-TIPO
               END-IF.
               MOVE AUC-RECURSO TO VIO-RECURSO.
               MOVE AUC-DETALLE TO VIO-DETALLE.
               WRITE VIOLACION-RECORD.
               CLOSE VIOLACION-FILE.
           ANOTA-VIOLACION-EXIT.
               EXIT.

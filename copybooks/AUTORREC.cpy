      *>Registro de la tabla de autorizaciones (KSDS AUTORIZA, llave
      *>AUT-USUARIO): que puede usar cada operador (su clave de TSO)
      *>o cada trabajo/programa que llama al conversor.
      *>AUT-USUARIO: clave del operador, nombre del trabajo por lotes
      *>(el que va en el PARM del paso) o clave del programa que
      *>llama a conversorServicio (SRV-USUARIO).
      *>AUT-OPCION-MENU(n): 'S' si puede usar la opcion n del Menu
      *>Principal del conversor; cualquier otro valor la niega.
      *>AUT-CODIGO-LOTE: codigos de registro de BATIN que puede
      *>mandar; '**' en cualquier casilla autoriza todos.
      *>AUT-SERVICIO: 'S' si puede pedir conversiones al servicio
      *>llamable con el area de CONVSRV.
      *>AUT-CENTRO-COSTO: centro de costo al que se cargan por
      *>omision las conversiones de la clave (la cabecera HD del lote,
      *>el operador o el que llama al servicio pueden dar otro).
       01 AUTORIZA-RECORD.
           05 AUT-USUARIO          PIC X(8).
           05 AUT-NOMBRE           PIC X(30).
           05 AUT-OPCIONES-MENU.
               10 AUT-OPCION-MENU  PIC X(1) OCCURS 20.
           05 AUT-CODIGOS-LOTE.
               10 AUT-CODIGO-LOTE  PIC X(2) OCCURS 40.
           05 AUT-SERVICIO         PIC X(1).
           05 AUT-CENTRO-COSTO     PIC X(6).
           05 FILLER               PIC X(15).

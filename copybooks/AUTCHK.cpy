      *>Area de comunicacion de la verificacion de autorizaciones
      *>(autorizaAcceso): el conversor y el servicio de conversion
      *>preguntan con un CALL si una clave puede usar un recurso; un
      *>intento negado queda anotado en el log de violaciones.
      *>AUC-USUARIO: clave del operador, trabajo o programa.
      *>AUC-PROGRAMA: programa que pregunta (para el log).
      *>AUC-TIPO: 'U' solo identificar la clave, 'M' opcion del
      *>Menu Principal (AUC-RECURSO = '01'..'20'), 'L' codigo de
      *>registro de BATIN, 'S' llamada al servicio de conversion.
      *>AUC-DETALLE: lo que se intento, para el log.
      *>AUC-RESULTADO: '00' autorizado, '10' clave no registrada,
      *>'20' recurso no autorizado para la clave, '90' la tabla de
      *>autorizaciones no esta disponible (se niega todo).
      *>AUC-CENTRO-COSTO: de regreso, el centro de costo por omision
      *>de la clave en la tabla (en blanco si la clave no esta).
       01 AUTORIZA-CONSULTA-AREA.
           05 AUC-USUARIO          PIC X(8).
           05 AUC-PROGRAMA         PIC X(24).
           05 AUC-TIPO             PIC X(1).
           05 AUC-RECURSO          PIC X(8).
           05 AUC-DETALLE          PIC X(60).
           05 AUC-RESULTADO        PIC X(2).
           05 AUC-CENTRO-COSTO     PIC X(6).

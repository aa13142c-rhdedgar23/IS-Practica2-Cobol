      *>Registro del log de violaciones de seguridad (VIOLLOG): una
      *>linea por cada intento negado por la tabla de autorizaciones.
      *>VIO-TIPO: 'U' clave no registrada (o tabla no disponible),
      *>'M' opcion del Menu Principal, 'L' codigo de registro de
      *>BATIN, 'S' llamada al servicio de conversion.
      *>VIO-RECURSO: la opcion, el codigo o 'SERVICIO'.
      *>VIO-DETALLE: lo que se intento (valor, numero de registro).
       01 VIOLACION-RECORD.
           05 VIO-TIMESTAMP        PIC X(26).
           05 VIO-USUARIO          PIC X(8).
           05 VIO-PROGRAMA         PIC X(24).
           05 VIO-TIPO             PIC X(1).
           05 VIO-RECURSO          PIC X(8).
           05 VIO-DETALLE          PIC X(60).

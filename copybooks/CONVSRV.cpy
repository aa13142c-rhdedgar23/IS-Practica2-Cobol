      *>SRV-ESTADO: '00' conversion limpia, '10' base fuera del
      *>rango 2-36, '20' digito que no pertenece a la base de
      *>entrada, '30' el valor excede la capacidad del conversor,
      *>'40' valor mal formado (vacio o con mas de un punto), '50'
      *>el que llama no esta autorizado a usar el servicio.
      *>SRV-AUDITA: 'S' anota la conversion en AUDITLOG como
      *>cualquier otra; 'N' no deja rastro (el que llama decide).
      *>SRV-USUARIO: clave del programa o trabajo que llama, tal
      *>como esta dada de alta en la tabla de autorizaciones.
      *>SRV-CENTRO-COSTO: centro de costo al que se carga la
      *>conversion auditada; en blanco se usa el que la tabla de
      *>autorizaciones tiene para SRV-USUARIO.
       01 SERVICIO-CONV-AREA.
           05 SRV-BASE-ENTRADA     PIC 9(2).
           05 SRV-BASE-SALIDA      PIC 9(2).
           05 SRV-VALOR-SALIDA     PIC X(200).
           05 SRV-ESTADO           PIC X(2).
           05 SRV-AUDITA           PIC X(1).
           05 SRV-USUARIO          PIC X(8).
           05 SRV-CENTRO-COSTO     PIC X(6).

      *>Registro de solicitud de conversion que mandan las otras
      *>aplicaciones del shop (dataset SOLICIT): cada solicitud trae
      *>la clave del sistema que la pide (la misma con la que esta
      *>dado de alta en la tabla de autorizaciones) y su propia clave
      *>de correlacion, que regresa tal cual en la respuesta para que
      *>el sistema case cada resultado con su solicitud sin depender
      *>del orden ni del valor.
      *>SOL-BASE-ENTRADA / SOL-BASE-SALIDA: bases 2 a 36, con dos
      *>digitos. SOL-VALOR-ENTRADA: el valor a convertir, con '-' y
      *>punto de base opcionales, igual que SRV-VALOR-ENTRADA.
       01 SOLICITUD-RECORD.
           05 SOL-SISTEMA          PIC X(8).
           05 SOL-CLAVE            PIC X(20).
           05 SOL-BASE-ENTRADA     PIC 9(2).
           05 SOL-BASE-SALIDA      PIC 9(2).
           05 SOL-VALOR-ENTRADA    PIC X(100).

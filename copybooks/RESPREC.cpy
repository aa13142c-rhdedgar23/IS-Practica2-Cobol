      *>Registro de respuesta a una solicitud de conversion (dataset
      *>RESPUES): sistema y clave de correlacion de la solicitud, el
      *>par pedido tal como llego, el estado y el resultado.
      *>RSP-ESTADO: los mismos codigos de SRV-ESTADO del servicio de
      *>conversion ('00' limpia, '10' base fuera de 2-36, '20' digito
      *>fuera de la base, '30' excede la capacidad, '40' valor mal
      *>formado, '50' sistema no autorizado), mas '60' solicitud mal
      *>formada (sistema o clave en blanco, bases no numericas) y
      *>'70' clave de correlacion repetida en la misma entrega del
      *>sistema (solo la primera se atiende).
      *>RSP-VALOR-SALIDA: el resultado con el relleno y la agrupacion
      *>del perfil; en blanco si el estado no es '00'.
      *>RSP-TIMESTAMP: AAAAMMDDhhmmss en que se atendio.
       01 RESPUESTA-RECORD.
           05 RSP-SISTEMA          PIC X(8).
           05 RSP-CLAVE            PIC X(20).
           05 RSP-BASE-ENTRADA     PIC X(2).
           05 RSP-BASE-SALIDA      PIC X(2).
           05 RSP-VALOR-ENTRADA    PIC X(100).
           05 RSP-ESTADO           PIC X(2).
           05 RSP-VALOR-SALIDA     PIC X(200).
           05 RSP-TIMESTAMP        PIC X(14).

      *>Registro del archivo de casos de discrepancia (KSDS CASOS):
      *>un caso por par publicado en SALCONV que la reconciliacion
      *>(PARM 'R' del conversor) encontro que no invierte limpio. La
      *>llave es el par completo, asi que la misma discrepancia noche
      *>tras noche actualiza su caso en vez de abrir otro. El valor
      *>de entrada entra a la llave con los 100 bytes que acepta el
      *>conversor (solo las sumas/restas de misma base usan mas, y
      *>esas no se reconcilian), para no pasar del largo de llave de
      *>un KSDS.
      *>CAS-NUMERO: numero de caso, el que usan los analistas para
      *>anotar su disposicion (dataset DISPOSIC, trazado DISPREC).
      *>CAS-ESTADO: 'A' abierto, 'R' en revision, 'C' corregido,
      *>'E' aceptado como esperado. Un caso corregido que vuelve a
      *>salir en DISCREP se reabre; uno aceptado solo se actualiza.
      *>CAS-FECHA-APERTURA / CAS-FECHA-ULTIMA: AAAAMMDD de la primera
      *>y de la ultima corrida en que salio en DISCREP; CAS-VECES las
      *>corridas en que ha salido.
      *>CAS-FECHA-DISPOSICION / CAS-ANALISTA / CAS-NOTA: ultima
      *>disposicion anotada y quien la anoto.
       01 CASO-DISCREP-RECORD.
           05 CAS-LLAVE.
               10 CAS-BASE-ENTRADA  PIC X(4).
               10 CAS-VALOR-ENTRADA PIC X(100).
               10 CAS-BASE-SALIDA   PIC X(4).
               10 CAS-VALOR-SALIDA  PIC X(101).
           05 CAS-NUMERO            PIC 9(8).
           05 CAS-ESTADO            PIC X(1).
               88 CAS-ABIERTO       VALUE 'A'.
               88 CAS-EN-REVISION   VALUE 'R'.
               88 CAS-CORREGIDO     VALUE 'C'.
               88 CAS-ESPERADO      VALUE 'E'.
               88 CAS-PENDIENTE     VALUE 'A' 'R'.
           05 CAS-FECHA-APERTURA    PIC X(8).
           05 CAS-FECHA-ULTIMA      PIC X(8).
           05 CAS-VECES             PIC 9(5).
           05 CAS-POSICION          PIC 9(8).
           05 CAS-VALOR-RECALCULADO PIC X(200).
           05 CAS-FECHA-DISPOSICION PIC X(8).
           05 CAS-ANALISTA          PIC X(8).
           05 CAS-NOTA              PIC X(60).
           05 FILLER                PIC X(17).

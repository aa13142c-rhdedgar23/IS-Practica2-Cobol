      *>Familias de conversion para los reportes de volumen: agrupa
      *>los valores de AUD-PARRAFO que escriben el conversor, el
      *>servicio llamable y el maestro en las familias que usa la
      *>gerencia para planear capacidad. Cada renglon es un prefijo de
      *>AUD-PARRAFO, su largo y la familia; se busca en orden y gana
      *>el primer prefijo que coincide, asi que un parrafo especifico
      *>va antes que el prefijo general que tambien lo cubriria. Un
      *>parrafo que no coincide con ningun prefijo cae en 'OTROS'.
      *>Al auditar un parrafo nuevo, darlo de alta aqui.
       01 FAMILIAS-VALORES.
           05 FILLER PIC X(24) VALUE 'CONVERSOR_GENERAL'.
           05 FILLER PIC 9(2) VALUE 17.
           05 FILLER PIC X(12) VALUE 'GENERAL'.
           05 FILLER PIC X(24) VALUE 'CONVERSOR_N'.
           05 FILLER PIC 9(2) VALUE 11.
           05 FILLER PIC X(12) VALUE 'BASE-FIJA'.
           05 FILLER PIC X(24) VALUE 'ARITMETICA_'.
           05 FILLER PIC 9(2) VALUE 11.
           05 FILLER PIC X(12) VALUE 'ARITMETICA'.
           05 FILLER PIC X(24) VALUE 'LOGICA_'.
           05 FILLER PIC 9(2) VALUE 7.
           05 FILLER PIC X(12) VALUE 'LOGICA'.
           05 FILLER PIC X(24) VALUE 'IEEE_'.
           05 FILLER PIC 9(2) VALUE 5.
           05 FILLER PIC X(12) VALUE 'IEEE-754'.
           05 FILLER PIC X(24) VALUE 'TRADUCE_'.
           05 FILLER PIC 9(2) VALUE 8.
           05 FILLER PIC X(12) VALUE 'TEXTO'.
           05 FILLER PIC X(24) VALUE 'CODIFICA_'.
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC X(12) VALUE 'CODIFICACION'.
           05 FILLER PIC X(24) VALUE 'DECODIFICA_'.
           05 FILLER PIC 9(2) VALUE 11.
           05 FILLER PIC X(12) VALUE 'CODIFICACION'.
           05 FILLER PIC X(24) VALUE 'EVALUA_EXPRESION'.
           05 FILLER PIC 9(2) VALUE 16.
           05 FILLER PIC X(12) VALUE 'EXPRESION'.
           05 FILLER PIC X(24) VALUE 'CHECK_'.
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC X(12) VALUE 'CONTROL'.
           05 FILLER PIC X(24) VALUE 'MAESTRO-CONVERSION'.
           05 FILLER PIC 9(2) VALUE 18.
           05 FILLER PIC X(12) VALUE 'MAESTRO'.
           05 FILLER PIC X(24) VALUE 'SERVICIO-CONVERSION'.
           05 FILLER PIC 9(2) VALUE 19.
           05 FILLER PIC X(12) VALUE 'SERVICIO'.
       01 FAMILIAS-TABLA REDEFINES FAMILIAS-VALORES.
           05 FAM-RENGLON OCCURS 12.
               10 FAM-PREFIJO      PIC X(24).
               10 FAM-LARGO        PIC 9(2).
               10 FAM-NOMBRE       PIC X(12).
      *>Renglones en uso de la tabla y nombre de la familia de los
      *>parrafos que no coinciden
       01 FAM-CUANTAS              PIC 9(2) VALUE 12.
       01 FAM-OTROS                PIC X(12) VALUE 'OTROS'.

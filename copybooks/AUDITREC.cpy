      *>AUD-ENTRADA a 200: la aritmetica binaria/octal/hexadecimal
      *>concatena los dos operandos (hasta ancho-grupo=96 cada uno)
      *>mas el operador y los separadores, hasta 195 bytes.
      *>AUD-USUARIO: clave del operador, trabajo o programa que pidio
      *>la conversion (la misma que valida la tabla de
      *>autorizaciones); va al final para que los logs y archivos
      *>anteriores se lean con el campo en blanco una vez ampliados
      *>(trabajo AMPLIAUD, de 355 a 369 bytes).
      *>AUD-CENTRO-COSTO: centro de costo al que se carga la
      *>conversion (cabecera HD del lote, el que teclea el operador o
      *>el del que llama al servicio; por omision, el de la tabla de
      *>autorizaciones para la clave); tambien va al final, en blanco
      *>en los logs anteriores ampliados por AMPLIAUD.
       01 AUDIT-LOG-RECORD.
           05 AUD-PARRAFO      PIC X(24).
           05 AUD-ENTRADA      PIC X(200).
           05 AUD-BASE         PIC X(4).
           05 AUD-RESULTADO    PIC X(101).
           05 AUD-TIMESTAMP    PIC X(26).
           05 AUD-USUARIO      PIC X(8).
           05 AUD-CENTRO-COSTO PIC X(6).

      *>Registro del respaldo secuencial del maestro de conversiones
      *>(CONVMST). El respaldo trae una cabecera 'HD' con el momento
      *>de la descarga, un renglon 'MS' por cada registro del maestro
      *>(la imagen completa de MAESTREC, en orden de llave) y un pie
      *>'TR' con la cuenta de registros, la primera y la ultima llave
      *>y la suma de control de las llaves, para que la recuperacion
      *>pruebe que el respaldo llego completo antes de recargarlo.
       01 RESGUARDO-RECORD.
           05 RSG-TIPO             PIC X(2).
               88 RSG-ES-CABECERA  VALUE 'HD'.
               88 RSG-ES-MAESTRO   VALUE 'MS'.
               88 RSG-ES-PIE       VALUE 'TR'.
           05 RSG-CUERPO           PIC X(432).
           05 RSG-CABECERA REDEFINES RSG-CUERPO.
               10 RSG-HD-TIMESTAMP PIC X(14).
               10 RSG-HD-DATASET   PIC X(44).
               10 FILLER           PIC X(374).
           05 RSG-MAESTRO REDEFINES RSG-CUERPO.
               10 RSG-MS-IMAGEN    PIC X(317).
               10 FILLER           PIC X(115).
           05 RSG-PIE REDEFINES RSG-CUERPO.
               10 RSG-TR-REGISTROS PIC 9(9).
               10 RSG-TR-SUMA      PIC 9(15).
               10 RSG-TR-PRIMERA   PIC X(204).
               10 RSG-TR-ULTIMA    PIC X(204).

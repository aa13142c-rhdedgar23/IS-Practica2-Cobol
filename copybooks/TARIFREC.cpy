      *>Renglon de la tabla de tarifas del cargo departamental
      *>(dataset TARIFAS): precio por conversion para un centro de
      *>costo y una familia de conversion (los nombres de FAMILIAS,
      *>incluida 'OTROS'). '*' en el centro o en la familia vale
      *>para cualquiera; gana el renglon mas especifico: centro y
      *>familia, luego '*' con la familia, luego el centro con '*',
      *>y al ultimo '*' con '*'.
      *>TAR-TARIFA: importe por conversion, con 4 decimales
      *>implicitos (00001500 = 0.15).
       01 TARIFA-RECORD.
           05 TAR-CENTRO           PIC X(6).
           05 FILLER               PIC X(1).
           05 TAR-FAMILIA          PIC X(12).
           05 FILLER               PIC X(1).
           05 TAR-TARIFA           PIC 9(4)V9(4).
           05 FILLER               PIC X(52).

      * partir de la cual el informe de variaciones del consolidado lo
      * lista como "mover" del mes.
           05  UMBRAL-VARIACION        PIC 9(7)V99 VALUE 10000.
      * TD-LIM-ATM / TD-LIM-POS: topes diarios por omision de la
      * tarjeta de debito (extraccion en cajero y compra en comercio)
      * al emitirla; TD-ANIOS-VIGENCIA, anios hasta su vencimiento.
           05  TD-LIM-ATM              PIC 9(7)V99 VALUE 20000.
           05  TD-LIM-POS              PIC 9(7)V99 VALUE 100000.
           05  TD-ANIOS-VIGENCIA       PIC 9(1)   VALUE 4.

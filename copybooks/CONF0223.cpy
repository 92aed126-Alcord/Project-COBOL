      * garantia (Loan To Value) que se acepta para otorgar la
      * hipoteca (p.ej. 80.00 = el prestamo no puede superar el 80%
      * del valor de la garantia).
      * TASA-PUNIT-HIP-MENSUAL es la tasa punitoria mensual que se
      * cobra sobre la cuota vencida e impaga, por dia habil de atraso
      * (la mensual sobre 30). Vale si TASA-PUNIT-HIP no esta cargada
      * en PARAMETROS.DAT.
      *-----------------------------------------------------------------
       01  CONF-HIPOTECAS.
           05  PORC-MIN-GRNTIA         PIC 9(3)V99 VALUE 120.
           05  PORC-MAX-LTV            PIC 9(3)V99 VALUE 80.
           05  TASA-PUNIT-HIP-MENSUAL  PIC 9V9(4) VALUE 0.0250.

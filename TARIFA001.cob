      *            MANTENIMCC / MANTENIMCA : mantenimiento mensual
      *            COMTRANSF              : comision por transferencia
      *            CHEQUERA25 / CHEQUERA50: emision de chequera
      *            RENOVTITUL / RENOVADIC : comision anual de
      *                                     renovacion de tarjeta
      *                                     (titular / adicional)
      *            CAJASEG-C / CAJASEG-M / CAJASEG-G: alquiler anual
      *                                     de caja de seguridad
      *                                     (chica / mediana / grande)
      *            PAGPRV-CTA / PAGPRV-TRF / PAGPRV-CHQ: comision
      *                                     por pago a proveedor
      *                                     (cuenta / transferencia /
      *                                     cheque de gerencia)
      *            MULTACHQ               : multa por cheque
      *                                     rechazado sin fondos
      *            CIERRECTA              : cargo por cierre de
      *                                     cuenta a pedido del
      *                                     titular
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

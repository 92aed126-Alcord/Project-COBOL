      * Purpose: Verificacion de apoderados en el momento en que la
      *          plata sale. Dado el documento de la cuenta, el
      *          documento de quien opera, la operacion (R=retiro,
      *          C=firma de cheques/chequera, T=transferencia, S=acceso
      *          a caja de seguridad, que exige el poder de retiro) y
      *          el importe, busca en APODERADOS.DAT un poder activo y
      *          vigente que habilite esa operacion hasta ese monto
      *          (tope 0 = sin tope). Devuelve en LK-PERMITIDO:
      *            S = habilitado
                       MOVE 'O' TO LK-PERMITIDO
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'S'
                   IF APO-PUEDE-RETIRAR NOT = 'S'
                       MOVE 'O' TO LK-PERMITIDO
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'O' TO LK-PERMITIDO
                   EXIT PARAGRAPH

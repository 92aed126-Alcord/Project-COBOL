      *                  del mes agotado, F=titular fallecido sin
      *                  cotitular sobreviviente (FALLECIDOS.DAT:
      *                  debitos congelados, creditos aceptados).
      *          Una cuenta Cerrada (C en CUENTAS_ESTADO.DAT, ver
      *          CIECTA001) no existe para ningun canal: 'S' y 'D'
      *          devuelven N y 'P' no postea (LK-NEWID 0, LK-EXISTE N).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       100-POSTEA-MOVIMIENTO.
           MOVE 0 TO LK-NEWID
           PERFORM 310-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               MOVE 'N' TO LK-EXISTE
               EXIT PARAGRAPH
           END-IF
      *    Topes diarios acumulados por operador (segun rol) y por
      *    canal, con vigencia en PARAMETROS.DAT. La retencion
      *    impositiva vinculada no se topea: es consecuencia de un
           IF LK-EXISTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               MOVE 'N' TO LK-EXISTE
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        SELECT IFNULL((SELECT SALDO_ACTUAL FROM BANCO.CTACTES
      *                 WHERE CONCAT(ID_CLIENTE,COD_ULT_MOV) IN

       310-LEE-ESTADO-CUENTA.
      *    Estado de dormancia marcado por el batch de deteccion de
      *    CIEMEN001 (A=Activa, I=Inactiva, B=Abandonada) o cierre
      *    de CIECTA001 (C=Cerrada). Sin registro la cuenta se
      *    considera activa.
           MOVE 'A' TO WS-CTA-ESTADO
           OPEN INPUT CTAEST-FILE
           IF WS-CTAEST-FSTATUS = '00'

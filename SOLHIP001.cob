      *          crearla la marca Desembolsada y acredita el monto en
      *          la cuenta del cliente. El reporte de pipeline muestra
      *          las solicitudes por estado y dias en el estado.
      *          El sistema de amortizacion (F=Frances, A=Aleman) y
      *          los meses de gracia (solo interes) se eligen al
      *          ingresar la solicitud; MODHIP001 arma el cronograma
      *          con ellos al desembolsar (CUOHIP1).
      *          Si el cliente tiene una oferta preaprobada de
      *          prestamo vigente (OFERTA001) y la toma, la solicitud
      *          se ingresa por el monto ofrecido, guarda el numero
      *          de oferta (SOL-OFERTA) y la oferta queda aceptada.
      *          Estados: I=Ingresada T=Tasada A=En analisis
      *                   P=Aprobada R=Rechazada D=Desembolsada
      * Tectonics: cobc
           05  SOL-TASADOR             PIC X(30).
           05  SOL-APROBADOR           PIC X(30).
           05  SOL-CONDICIONES         PIC X(40).
           05  SOL-SISTEMA             PIC X(01).
           05  SOL-MESES-GRACIA        PIC 9(02).
           05  SOL-OFERTA              PIC 9(09).
       FD  PIPELINE-FILE.
       01  PIPELINE-RECORD             PIC X(120).
       FD  SCORES-FILE.
           05  SIM-GARANTIA            PIC 9(12)V99.
           05  SIM-VENCE               PIC X(08).
           05  SIM-ESTADO              PIC X(01).
           05  SIM-SISTEMA             PIC X(01).
           05  SIM-MESES-GRACIA        PIC 9(02).

       WORKING-STORAGE SECTION.
       COPY "CONF0223".
               10  WS-SOL-TASADOR      PIC X(30).
               10  WS-SOL-APROBADOR    PIC X(30).
               10  WS-SOL-CONDIC       PIC X(40).
               10  WS-SOL-SISTEMA      PIC X(01).
               10  WS-SOL-GRACIA       PIC 9(02).
               10  WS-SOL-OFERTA       PIC 9(09).
       01  WS-SOL-COUNT                PIC 9(3) VALUE 0.
       01  WS-SOL-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-SOL-IDX                  PIC 9(3).
       01  WS-GARANTIA-ING             PIC 9(10)V99.
       01  WS-NRO-ING                  PIC 9(6).
       01  WS-CONDIC-ING               PIC X(40).
       01  WS-SISTEMA-ING              PIC X(01).
       01  WS-GRACIA-ING               PIC 9(02).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-MONTO-MAXIMO             PIC 9(12)V99.
       01  WS-SIM-ING                  PIC 9(9).
       01  WS-SIM-MONTO-ENC            PIC 9(12)V99.
       01  WS-SIM-VENCIDA              PIC X(1).
       01  WS-SIM-SISTEMA-ENC          PIC X(1).
       01  WS-SIM-GRACIA-ENC           PIC 9(2).
       01  WS-PRENDA-ING               PIC X(1).
       01  WS-PF-ING                   PIC 9(5).
       01  WS-PF-CAPITAL-ENC           PIC 9(10)V99.
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-OFE-FUNCION              PIC X(01).
       01  WS-OFE-PRODUCTO             PIC X(01).
       01  WS-OFE-NRO                  PIC 9(09).
       01  WS-OFE-MONTO                PIC 9(10)V99.
       01  WS-OFE-CAMPANIA             PIC 9(06).
       01  WS-OFE-REF                  PIC X(16).
       01  WS-OFE-RESULTADO            PIC X(01).
       01  WS-OFE-TOMA                 PIC X(01).
       01  WS-OFE-TOMADA               PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
                               ADD 1 TO WS-SOL-COUNT
                               MOVE SOLICITUD-RECORD TO
                                   WS-SOL(WS-SOL-COUNT)
      *                        Las solicitudes anteriores a la
      *                        eleccion del sistema son francesas
      *                        y sin gracia.
                               IF WS-SOL-SISTEMA(WS-SOL-COUNT)
                                   NOT = 'A'
                                   MOVE 'F' TO
                                       WS-SOL-SISTEMA(WS-SOL-COUNT)
                               END-IF
                               IF WS-SOL-GRACIA(WS-SOL-COUNT)
                                   NOT NUMERIC
                                   MOVE 0 TO
                                       WS-SOL-GRACIA(WS-SOL-COUNT)
                               END-IF
                               IF WS-SOL-OFERTA(WS-SOL-COUNT)
                                   NOT NUMERIC
                                   MOVE 0 TO
                                       WS-SOL-OFERTA(WS-SOL-COUNT)
                               END-IF
                               IF SOL-NRO > WS-SOL-NRO-MAX
                                   MOVE SOL-NRO TO WS-SOL-NRO-MAX
                               END-IF
               DISPLAY "Documento invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-OFERTA-PREAPROBADA
      *    Si el interesado vuelve con una simulacion de SIMHIP001
      *    vigente, la solicitud arranca con su monto, su sistema
      *    de amortizacion y sus meses de gracia.
           MOVE SPACE TO WS-SISTEMA-ING
           MOVE 0 TO WS-GRACIA-ING
           MOVE 0 TO WS-SIM-ING
           IF WS-OFE-TOMADA NOT = 'S'
               DISPLAY "Numero de simulacion (0 = ninguna): "
               ACCEPT WS-SIM-ING
           END-IF
           IF WS-SIM-ING > 0
               PERFORM 250-BUSCA-SIMULACION
               IF WS-SIM-MONTO-ENC > 0
                   MOVE WS-MONTO-ING TO WS-IMP-1
                   DISPLAY "Monto tomado de la simulacion: "
                           WS-IMP-1
                   MOVE WS-SIM-SISTEMA-ENC TO WS-SISTEMA-ING
                   MOVE WS-SIM-GRACIA-ENC TO WS-GRACIA-ING
                   DISPLAY "Sistema " WS-SISTEMA-ING
                           " y meses de gracia " WS-GRACIA-ING
                           " tomados de la simulacion."
               ELSE
                   IF WS-SIM-VENCIDA = 'S'
                       DISPLAY "La simulacion esta vencida; "
           ELSE
               MOVE 0 TO WS-MONTO-ING
           END-IF
           IF WS-OFE-TOMADA = 'S'
               MOVE WS-OFE-MONTO TO WS-MONTO-ING
           END-IF
           IF WS-MONTO-ING = 0
               DISPLAY "Monto solicitado: "
               ACCEPT WS-MONTO-ING
               DISPLAY "El monto debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
           IF WS-SISTEMA-ING = SPACE
               DISPLAY "Sistema de amortizacion (F=Frances, "
                       "A=Aleman): "
               ACCEPT WS-SISTEMA-ING
               MOVE FUNCTION UPPER-CASE(WS-SISTEMA-ING)
                   TO WS-SISTEMA-ING
               IF WS-SISTEMA-ING NOT = 'F' AND NOT = 'A'
                   DISPLAY "Sistema invalido."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Meses de gracia, solo interes (0 = sin "
                       "gracia): "
               ACCEPT WS-GRACIA-ING
           END-IF
           ADD 1 TO WS-SOL-NRO-MAX
           ADD 1 TO WS-SOL-COUNT
           INITIALIZE WS-SOL(WS-SOL-COUNT)
           MOVE 'I' TO WS-SOL-ESTADO(WS-SOL-COUNT)
           MOVE WS-FECHA-HOY TO WS-SOL-FECHA-ING(WS-SOL-COUNT)
           MOVE WS-FECHA-HOY TO WS-SOL-FECHA-EST(WS-SOL-COUNT)
           MOVE WS-SISTEMA-ING TO WS-SOL-SISTEMA(WS-SOL-COUNT)
           MOVE WS-GRACIA-ING TO WS-SOL-GRACIA(WS-SOL-COUNT)
           IF WS-OFE-TOMADA = 'S'
               MOVE WS-OFE-NRO TO WS-SOL-OFERTA(WS-SOL-COUNT)
           END-IF
           PERFORM 150-GRABA-SOLICITUDES
           DISPLAY "Solicitud " WS-SOL-NRO-MAX " ingresada."
           IF WS-OFE-TOMADA = 'S'
               PERFORM 215-ACEPTA-OFERTA
           END-IF.
       200-END.

       210-OFERTA-PREAPROBADA.
      *    Oferta preaprobada de prestamo vigente (OFERTA001): si el
      *    cliente la toma, la solicitud se ingresa por el monto
      *    ofrecido y queda marcada PREAPROBADA.
           MOVE 'N' TO WS-OFE-TOMADA
           MOVE 'B' TO WS-OFE-FUNCION
           MOVE 'H' TO WS-OFE-PRODUCTO
           CALL 'OFERTA1' USING WS-OFE-FUNCION WS-DOC-ING
                                WS-OFE-PRODUCTO WS-OFE-NRO
                                WS-OFE-MONTO WS-OFE-CAMPANIA
                                WS-OFE-REF LK-OPERADOR
                                WS-OFE-RESULTADO
           IF WS-OFE-RESULTADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFE-MONTO TO WS-IMP-1
           DISPLAY "El cliente tiene una oferta PREAPROBADA de "
                   "prestamo"
           DISPLAY "  Oferta " WS-OFE-NRO " (campania "
                   WS-OFE-CAMPANIA ") - monto " WS-IMP-1
           DISPLAY "Toma la oferta? (S/N): "
           ACCEPT WS-OFE-TOMA
           IF WS-OFE-TOMA = 'S' OR WS-OFE-TOMA = 's'
               MOVE 'S' TO WS-OFE-TOMADA
           END-IF.
       210-END.

       215-ACEPTA-OFERTA.
           MOVE 'A' TO WS-OFE-FUNCION
           MOVE SPACES TO WS-OFE-REF
           STRING "SOL=" WS-SOL-NRO-MAX DELIMITED BY SIZE
               INTO WS-OFE-REF
           CALL 'OFERTA1' USING WS-OFE-FUNCION WS-DOC-ING
                                WS-OFE-PRODUCTO WS-OFE-NRO
                                WS-OFE-MONTO WS-OFE-CAMPANIA
                                WS-OFE-REF LK-OPERADOR
                                WS-OFE-RESULTADO
           MOVE 'N' TO WS-OFE-TOMADA.
       215-END.

       250-BUSCA-SIMULACION.
           MOVE 0 TO WS-SIM-MONTO-ENC
           MOVE 'N' TO WS-SIM-VENCIDA
                                  AND SIM-VENCE >= WS-FECHA-HOY
                                   MOVE SIM-MONTO
                                       TO WS-SIM-MONTO-ENC
                                   MOVE SIM-SISTEMA
                                       TO WS-SIM-SISTEMA-ENC
                                   IF WS-SIM-SISTEMA-ENC NOT = 'A'
                                       MOVE 'F'
                                           TO WS-SIM-SISTEMA-ENC
                                   END-IF
                                   IF SIM-MESES-GRACIA NUMERIC
                                       MOVE SIM-MESES-GRACIA
                                           TO WS-SIM-GRACIA-ENC
                                   ELSE
                                       MOVE 0 TO WS-SIM-GRACIA-ENC
                                   END-IF
                               ELSE
                                   MOVE 'S' TO WS-SIM-VENCIDA
                               END-IF
               DISPLAY "La solicitud no esta tasada."
               EXIT PARAGRAPH
           END-IF
           IF WS-SOL-OFERTA(WS-SOL-SEL) > 0
               DISPLAY "Solicitud PREAPROBADA - oferta "
                       WS-SOL-OFERTA(WS-SOL-SEL)
           END-IF
           IF WS-SOL-TASADOR(WS-SOL-SEL) = LK-OPERADOR
               DISPLAY "El aprobador debe ser un operador distinto "
                       "del que realizo la tasacion."

       500-LISTAR.
           DISPLAY "NRO    DOCUMENTO     MONTO         E INGRESO  "
                   "S GR TASADOR                        OFERTA"
           PERFORM VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-SOL-COUNT
               MOVE WS-SOL-MONTO(WS-SOL-IDX) TO WS-IMP-1
                       WS-IMP-1 " "
                       WS-SOL-ESTADO(WS-SOL-IDX) " "
                       WS-SOL-FECHA-ING(WS-SOL-IDX) " "
                       WS-SOL-SISTEMA(WS-SOL-IDX) " "
                       WS-SOL-GRACIA(WS-SOL-IDX) " "
                       WS-SOL-TASADOR(WS-SOL-IDX) " "
                       WS-SOL-OFERTA(WS-SOL-IDX)
           END-PERFORM.
       500-END.


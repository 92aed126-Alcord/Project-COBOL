      *          cuentas, emitir tarjetas o registrar hipotecas; el
      *          supervisor puede forzar la apertura y esa excepcion
      *          queda auditada por el modulo llamador.
      *          Una persona juridica (ficha vigente en
      *          PERSONAS_JURIDICAS.DAT) debe tener ademas ESTATUTOS
      *          y ACTA-DIREC vigentes, al menos un representante
      *          legal, y todos sus representantes y beneficiarios
      *          finales (VINCULOS_JURIDICOS.DAT) sin coincidencia de
      *          lista de vigilancia pendiente y con su propio
      *          IDENTIDAD y DOMICILIO vigentes.
      *          Con calificacion de riesgo AML (RIESGO1) un documento
      *          vence ademas a los 1/3/5 anios de su emision segun
      *          el nivel del cliente: alto, medio o bajo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KYC-FILE ASSIGN TO "DOCUMENTOS_KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-FSTATUS.
           SELECT JURID-FILE ASSIGN TO "PERSONAS_JURIDICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURID-FSTATUS.
           SELECT VINC-FILE ASSIGN TO "VINCULOS_JURIDICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  KYC-VENCIMIENTO         PIC X(08).
           05  KYC-ESTADO              PIC X(01).

       FD  JURID-FILE.
       01  JURID-RECORD.
           05  JUR-DOC                 PIC X(13).
           05  JUR-RAZON-SOCIAL        PIC X(50).
           05  JUR-TIPO-SOCIEDAD       PIC X(10).
           05  JUR-FECHA-CONST         PIC X(08).
           05  JUR-ACTIVIDAD           PIC X(40).
           05  JUR-FECHA-ALTA          PIC X(08).
           05  JUR-OPERADOR            PIC X(30).
           05  JUR-ESTADO              PIC X(01).

       FD  VINC-FILE.
       01  VINC-RECORD.
           05  VIN-DOC-EMPRESA         PIC X(13).
           05  VIN-DOC-PERSONA         PIC X(13).
           05  VIN-TIPO                PIC X(01).
           05  VIN-CARGO               PIC X(20).
           05  VIN-PORCENTAJE          PIC 9(03)V99.
           05  VIN-NOMBRE              PIC X(50).
           05  VIN-WL                  PIC X(01).
           05  VIN-WL-TIPO             PIC X(03).
           05  VIN-KYC                 PIC X(01).
           05  VIN-FECHA-ALTA          PIC X(08).
           05  VIN-FECHA-BAJA          PIC X(08).
           05  VIN-ESTADO              PIC X(01).
           05  VIN-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-KYC-FSTATUS              PIC XX.
       01  WS-JURID-FSTATUS            PIC XX.
       01  WS-VINC-FSTATUS             PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-HOY                      PIC X(8).
       01  WS-TIENE-IDENT              PIC X(1).
       01  WS-TIENE-DOMIC              PIC X(1).
       01  WS-TIENE-ESTAT              PIC X(1).
       01  WS-TIENE-ACTA               PIC X(1).
       01  WS-ES-JURIDICA              PIC X(1).
       01  WS-VINC-OK                  PIC X(1).
       01  WS-REPS                     PIC 9(3).
       01  WS-PERSONAS.
           05  WS-PER OCCURS 50 TIMES.
               10  WS-PER-DOC          PIC X(13).
               10  WS-PER-IDENT        PIC X(01).
               10  WS-PER-DOMIC        PIC X(01).
               10  WS-PER-ANIOS        PIC 9(01).
       01  WS-PER-COUNT                PIC 9(3).
       01  WS-PER-IDX                  PIC 9(3).
       01  WS-PER-ENC                  PIC 9(3).
       01  WS-RIE-NIVEL                PIC X(01).
       01  WS-ANIOS-CLI                PIC 9(01).
       01  WS-ANIOS-DOC                PIC 9(01).
       01  WS-ANIO-VTO                 PIC 9(04).
       01  WS-VTO-EFECTIVO             PIC X(08).
       01  WS-VTO-RIESGO               PIC X(08).

       LINKAGE SECTION.
       01  LK-DOC-CLIENTE              PIC X(13).
           MOVE SPACES TO WS-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE INTO WS-HOY
           MOVE 'N' TO WS-TIENE-IDENT WS-TIENE-DOMIC
           MOVE 'N' TO WS-TIENE-ESTAT WS-TIENE-ACTA
           MOVE 'S' TO WS-VINC-OK
           MOVE 0 TO WS-PER-COUNT WS-REPS
           CALL 'RIESGO1' USING LK-DOC-CLIENTE WS-RIE-NIVEL
                                WS-ANIOS-CLI
           PERFORM 100-ES-JURIDICA
           IF WS-ES-JURIDICA = 'S'
               PERFORM 200-CARGA-VINCULOS
           END-IF
           OPEN INPUT KYC-FILE
           IF WS-KYC-FSTATUS = '00'
               PERFORM UNTIL WS-KYC-FSTATUS NOT = '00'
                   READ KYC-FILE
                       AT END MOVE '10' TO WS-KYC-FSTATUS
                       NOT AT END
                           IF KYC-ESTADO = 'A'
                               PERFORM 250-VTO-EFECTIVO
                               IF WS-VTO-EFECTIVO >= WS-HOY
                                   PERFORM 300-EVALUA-DOCUMENTO
                               END-IF
                           END-IF
                   END-READ
           ELSE
               MOVE 'N' TO LK-CUMPLE
           END-IF
           IF WS-ES-JURIDICA = 'S'
               PERFORM 400-CONTROL-JURIDICA
           END-IF
           GOBACK.

       100-ES-JURIDICA.
           MOVE 'N' TO WS-ES-JURIDICA
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF JUR-DOC = LK-DOC-CLIENTE
                              AND JUR-ESTADO = 'A'
                               MOVE 'S' TO WS-ES-JURIDICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF.
       100-END.

       200-CARGA-VINCULOS.
      *    Una coincidencia de lista de vigilancia no liberada en
      *    cualquier vinculo vigente deja a la sociedad sin cumplir.
           OPEN INPUT VINC-FILE
           IF WS-VINC-FSTATUS = '00'
               PERFORM UNTIL WS-VINC-FSTATUS NOT = '00'
                   READ VINC-FILE
                       AT END MOVE '10' TO WS-VINC-FSTATUS
                       NOT AT END
                           IF VIN-DOC-EMPRESA = LK-DOC-CLIENTE
                              AND VIN-ESTADO = 'A'
                               PERFORM 210-AGREGA-PERSONA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VINC-FILE
           END-IF.
       200-END.

       210-AGREGA-PERSONA.
           IF VIN-TIPO = 'R'
               ADD 1 TO WS-REPS
           END-IF
           IF VIN-WL = 'M'
               MOVE 'N' TO WS-VINC-OK
           END-IF
           MOVE 0 TO WS-PER-ENC
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-DOC(WS-PER-IDX) = VIN-DOC-PERSONA
                   MOVE WS-PER-IDX TO WS-PER-ENC
               END-IF
           END-PERFORM
           IF WS-PER-ENC > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-COUNT >= 50
      *        Mas vinculos de los que se pueden verificar: no se
      *        da por cumplido lo que no se controlo.
               MOVE 'N' TO WS-VINC-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PER-COUNT
           MOVE VIN-DOC-PERSONA TO WS-PER-DOC(WS-PER-COUNT)
           MOVE 'N' TO WS-PER-IDENT(WS-PER-COUNT)
           MOVE 'N' TO WS-PER-DOMIC(WS-PER-COUNT)
           CALL 'RIESGO1' USING VIN-DOC-PERSONA WS-RIE-NIVEL
                                WS-PER-ANIOS(WS-PER-COUNT).
       210-END.

       250-VTO-EFECTIVO.
      *    Menor entre el vencimiento del documento y su emision mas
      *    el periodo de renovacion del nivel de riesgo de su titular.
           MOVE KYC-VENCIMIENTO TO WS-VTO-EFECTIVO
           MOVE 0 TO WS-ANIOS-DOC
           IF KYC-DOC-CLIENTE = LK-DOC-CLIENTE
               MOVE WS-ANIOS-CLI TO WS-ANIOS-DOC
           ELSE
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PER-COUNT
                   IF WS-PER-DOC(WS-PER-IDX) = KYC-DOC-CLIENTE
                       MOVE WS-PER-ANIOS(WS-PER-IDX) TO WS-ANIOS-DOC
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANIOS-DOC = 0 OR KYC-EMISION NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE KYC-EMISION(1:4) TO WS-ANIO-VTO
           ADD WS-ANIOS-DOC TO WS-ANIO-VTO
           MOVE SPACES TO WS-VTO-RIESGO
           STRING WS-ANIO-VTO KYC-EMISION(5:4) DELIMITED BY SIZE
               INTO WS-VTO-RIESGO
           IF WS-VTO-RIESGO < WS-VTO-EFECTIVO
               MOVE WS-VTO-RIESGO TO WS-VTO-EFECTIVO
           END-IF.
       250-END.

       300-EVALUA-DOCUMENTO.
           IF KYC-DOC-CLIENTE = LK-DOC-CLIENTE
               EVALUATE KYC-TIPO
                   WHEN 'IDENTIDAD'
                       MOVE 'S' TO WS-TIENE-IDENT
                   WHEN 'DOMICILIO'
                       MOVE 'S' TO WS-TIENE-DOMIC
                   WHEN 'ESTATUTOS'
                       MOVE 'S' TO WS-TIENE-ESTAT
                   WHEN 'ACTA-DIREC'
                       MOVE 'S' TO WS-TIENE-ACTA
               END-EVALUATE
           END-IF
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-DOC(WS-PER-IDX) = KYC-DOC-CLIENTE
                   IF KYC-TIPO = 'IDENTIDAD'
                       MOVE 'S' TO WS-PER-IDENT(WS-PER-IDX)
                   END-IF
                   IF KYC-TIPO = 'DOMICILIO'
                       MOVE 'S' TO WS-PER-DOMIC(WS-PER-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       300-END.

       400-CONTROL-JURIDICA.
           IF WS-TIENE-ESTAT NOT = 'S' OR WS-TIENE-ACTA NOT = 'S'
               MOVE 'N' TO LK-CUMPLE
           END-IF
           IF WS-REPS = 0 OR WS-VINC-OK NOT = 'S'
               MOVE 'N' TO LK-CUMPLE
           END-IF
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-IDENT(WS-PER-IDX) NOT = 'S'
                  OR WS-PER-DOMIC(WS-PER-IDX) NOT = 'S'
                   MOVE 'N' TO LK-CUMPLE
               END-IF
           END-PERFORM.
       400-END.
       END PROGRAM KYCCHK1.

      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Filtro de contrapartes contra listas de vigilancia.
      *          Compara el documento y el nombre normalizado de la
      *          otra punta de la operacion (ordenante de una
      *          transferencia entrante, destinatario de una saliente
      *          o de la agenda de BENEF001, beneficiario de un cheque
      *          de gerencia, proveedor de un pago masivo) contra
      *          WATCHLIST.DAT via WATCHLST1. Si coincide con la
      *          lista de sancionados la operacion NO se ejecuta: queda
      *          retenida en
      *          RETENCIONES_CTP.DAT (numero de la entidad RETCTP en
      *          SECUENCIAS.DAT, estado R) con todo lo necesario para
      *          ejecutarla despues, y la libera o rechaza el oficial
      *          de cumplimiento desde RETCTP001.
      *          LK-RESULTADO: 'L' = limpio (seguir),
      *                        'M' = retenida (no ejecutar; LK-RET-NRO
      *                              trae el numero de retencion).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTPSCR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETEN-FILE ASSIGN TO "RETENCIONES_CTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETEN-FILE.
       01  RETENCION-RECORD.
           05  RET-NRO                 PIC 9(09).
           05  RET-FECHA               PIC X(08).
           05  RET-ORIGEN              PIC X(10).
           05  RET-DOC-CLI             PIC X(13).
           05  RET-CTP-DOC             PIC X(15).
           05  RET-CTP-NOMBRE          PIC X(50).
           05  RET-LISTA               PIC X(03).
           05  RET-CUENTA              PIC X(22).
           05  RET-IMPORTE             PIC 9(10)V99.
           05  RET-MEDIO               PIC X(01).
           05  RET-REF                 PIC X(20).
           05  RET-SOLICITA            PIC X(30).
           05  RET-ESTADO              PIC X(01).
           05  RET-RESUELVE            PIC X(30).
           05  RET-FECHA-RES           PIC X(08).
           05  RET-DETALLE             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RET-FSTATUS              PIC XX.
       01  WS-WL-RESULTADO             PIC X(01).
       01  WS-WL-TIPO                  PIC X(03).
       01  WS-FECHAHORA                PIC X(26).
       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-ORIGEN                   PIC X(10).
       01  LK-DOC-CLI                  PIC X(13).
       01  LK-CTP-DOC                  PIC X(15).
       01  LK-CTP-NOMBRE               PIC X(50).
       01  LK-CUENTA                   PIC X(22).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-MEDIO                    PIC X(01).
       01  LK-REF                      PIC X(20).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-RESULTADO                PIC X(01).
       01  LK-RET-NRO                  PIC 9(09).

       PROCEDURE DIVISION USING LK-ORIGEN LK-DOC-CLI LK-CTP-DOC
                                LK-CTP-NOMBRE LK-CUENTA LK-IMPORTE
                                LK-MEDIO LK-REF LK-OPERADOR
                                LK-RESULTADO LK-RET-NRO.
       MAIN-PROGRAM.
           MOVE 'L' TO LK-RESULTADO
           MOVE 0 TO LK-RET-NRO
           IF LK-CTP-DOC = SPACES AND LK-CTP-NOMBRE = SPACES
               GOBACK
           END-IF
           MOVE 'L' TO WS-WL-RESULTADO
           MOVE SPACES TO WS-WL-TIPO
           CALL 'WATCHLST1' USING LK-CTP-DOC LK-CTP-NOMBRE
                                  WS-WL-RESULTADO WS-WL-TIPO
      *    Solo retiene la lista de sancionados: una contraparte PEP
      *    no impide mover fondos (la debida diligencia reforzada
      *    del PEP corre sobre nuestros propios clientes).
           IF WS-WL-RESULTADO NOT = 'M' OR WS-WL-TIPO NOT = 'SAN'
               GOBACK
           END-IF
           PERFORM 200-RETIENE
           MOVE 'M' TO LK-RESULTADO
           GOBACK.

       200-RETIENE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE 'RETCTP      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           OPEN EXTEND RETEN-FILE
           IF WS-RET-FSTATUS NOT = '00'
               OPEN OUTPUT RETEN-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO RET-NRO
           MOVE WS-FECHAHORA(1:8) TO RET-FECHA
           MOVE LK-ORIGEN TO RET-ORIGEN
           MOVE LK-DOC-CLI TO RET-DOC-CLI
           MOVE LK-CTP-DOC TO RET-CTP-DOC
           MOVE LK-CTP-NOMBRE TO RET-CTP-NOMBRE
           MOVE WS-WL-TIPO TO RET-LISTA
           MOVE LK-CUENTA TO RET-CUENTA
           MOVE LK-IMPORTE TO RET-IMPORTE
           MOVE LK-MEDIO TO RET-MEDIO
           MOVE LK-REF TO RET-REF
           MOVE LK-OPERADOR TO RET-SOLICITA
           MOVE 'R' TO RET-ESTADO
           MOVE SPACES TO RET-RESUELVE RET-FECHA-RES RET-DETALLE
           WRITE RETENCION-RECORD
           CLOSE RETEN-FILE
           MOVE WS-SEQ-PRIMER-ID TO LK-RET-NRO
           DISPLAY "ATENCION: contraparte en lista " WS-WL-TIPO
                   ". Operacion retenida por cumplimiento (retencion "
                   WS-SEQ-PRIMER-ID ")".
       200-END.
       END PROGRAM CTPSCR1.

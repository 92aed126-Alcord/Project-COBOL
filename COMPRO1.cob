      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Emision del comprobante de caja. Los modulos que
      *          atienden al cliente en ventanilla (CAJA001, venta de
      *          cheques de gerencia, cobranza de facturas de
      *          empresas, adelanto de efectivo con tarjeta,
      *          compra-venta de moneda extranjera) llaman aca una
      *          vez posteada la operacion. El numero es
      *          correlativo por sucursal (entidad COMPRnnn en
      *          SECUENCIAS.DAT, nnn = sucursal del operador segun
      *          OPERSUC1) y el comprobante queda registrado en
      *          COMPROBANTES.DAT con la sesion de caja abierta del
      *          operador, la cuenta, el importe y la referencia del
      *          movimiento que respalda. Se imprime el ORIGINAL via
      *          COMPIMP1; reimpresion y anulacion en COMPRO001.
      *          LK-MOV-ORIGEN: 'C' = movimiento de cuenta
      *                         (MOVS_CANAL.DAT), 'T' = movimiento de
      *                         tarjeta, ' ' = sin movimiento propio.
      *          LK-NRO devuelve el numero asignado (0 = no emitido).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRO1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROB-FILE ASSIGN TO "COMPROBANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FSTATUS.
           SELECT SESION-FILE ASSIGN TO "CAJA_SESION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESION-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPROB-FILE.
       01  COMPROBANTE-RECORD.
           05  CMP-SUCURSAL            PIC X(03).
           05  CMP-NRO                 PIC 9(09).
           05  CMP-FECHA               PIC X(08).
           05  CMP-HORA                PIC X(06).
           05  CMP-SESION              PIC 9(05).
           05  CMP-OPERADOR            PIC X(30).
           05  CMP-TIPO                PIC X(10).
           05  CMP-DOC                 PIC X(13).
           05  CMP-CUENTA              PIC X(22).
           05  CMP-IMPORTE             PIC 9(10)V99.
           05  CMP-MEDIO               PIC X(01).
           05  CMP-MOV-ORIGEN          PIC X(01).
           05  CMP-MOV-ID              PIC 9(09).
           05  CMP-MOV-REF             PIC X(20).
           05  CMP-ESTADO              PIC X(01).
           05  CMP-REIMPRESIONES       PIC 9(03).
           05  CMP-ANU-FECHA           PIC X(08).
           05  CMP-ANU-OPERADOR        PIC X(30).
           05  CMP-ANU-REVERSA         PIC 9(09).
           05  CMP-ANU-MOTIVO          PIC X(30).

       FD  SESION-FILE.
       01  SESION-RECORD.
           05  SES-NRO                 PIC 9(05).
           05  SES-OPERADOR            PIC X(30).
           05  SES-FECHA               PIC X(08).
           05  SES-ESTADO              PIC X(01).
           05  SES-APER-CANT           PIC 9(05) OCCURS 7 TIMES.
           05  SES-APER-TOTAL          PIC 9(10)V99.
           05  SES-CIER-CANT           PIC 9(05) OCCURS 7 TIMES.
           05  SES-CIER-TOTAL          PIC 9(10)V99.
           05  SES-TOT-DEPOSITOS       PIC 9(10)V99.
           05  SES-TOT-EXTRACCIONES    PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-CMP-FSTATUS              PIC XX.
       01  WS-SESION-FSTATUS           PIC XX.
       01  WS-FECHAHORA                PIC X(21).
       01  WS-SUCURSAL                 PIC X(03).
       01  WS-SESION-NRO               PIC 9(05).
       01  WS-LEYENDA                  PIC X(20).
       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-TIPO                     PIC X(10).
       01  LK-DOC                      PIC X(13).
       01  LK-CUENTA                   PIC X(22).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-MEDIO                    PIC X(01).
       01  LK-MOV-ORIGEN               PIC X(01).
       01  LK-MOV-ID                   PIC 9(09).
       01  LK-MOV-REF                  PIC X(20).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-NRO                      PIC 9(09).

       PROCEDURE DIVISION USING LK-TIPO LK-DOC LK-CUENTA LK-IMPORTE
                                LK-MEDIO LK-MOV-ORIGEN LK-MOV-ID
                                LK-MOV-REF LK-OPERADOR LK-NRO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-NRO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE '001' TO WS-SUCURSAL
           CALL 'OPERSUC1' USING LK-OPERADOR WS-SUCURSAL
           PERFORM 100-BUSCA-SESION
      *    Un numero reservado no se reutiliza: si la grabacion
      *    fallara el hueco queda a la vista en el balanceo de caja.
           MOVE SPACES TO WS-SEQ-ENTIDAD-LK
           STRING "COMPR" WS-SUCURSAL DELIMITED BY SIZE
               INTO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           INITIALIZE COMPROBANTE-RECORD
           MOVE WS-SUCURSAL TO CMP-SUCURSAL
           MOVE WS-SEQ-PRIMER-ID TO CMP-NRO
           MOVE WS-FECHAHORA(1:8) TO CMP-FECHA
           MOVE WS-FECHAHORA(9:6) TO CMP-HORA
           MOVE WS-SESION-NRO TO CMP-SESION
           MOVE LK-OPERADOR TO CMP-OPERADOR
           MOVE LK-TIPO TO CMP-TIPO
           MOVE LK-DOC TO CMP-DOC
           MOVE LK-CUENTA TO CMP-CUENTA
           MOVE LK-IMPORTE TO CMP-IMPORTE
           MOVE LK-MEDIO TO CMP-MEDIO
           MOVE LK-MOV-ORIGEN TO CMP-MOV-ORIGEN
           MOVE LK-MOV-ID TO CMP-MOV-ID
           MOVE LK-MOV-REF TO CMP-MOV-REF
           MOVE 'E' TO CMP-ESTADO
           MOVE 0 TO CMP-REIMPRESIONES CMP-ANU-REVERSA
           MOVE SPACES TO CMP-ANU-FECHA CMP-ANU-OPERADOR
                          CMP-ANU-MOTIVO
           OPEN EXTEND COMPROB-FILE
           IF WS-CMP-FSTATUS NOT = '00'
               OPEN OUTPUT COMPROB-FILE
           END-IF
           IF WS-CMP-FSTATUS NOT = '00'
               DISPLAY "ATENCION: no se pudo registrar el comprobante "
                       WS-SEQ-PRIMER-ID "; informe a un SUPERVISOR."
               GOBACK
           END-IF
           WRITE COMPROBANTE-RECORD
           CLOSE COMPROB-FILE
           MOVE 'ORIGINAL' TO WS-LEYENDA
           CALL 'COMPIMP1' USING COMPROBANTE-RECORD WS-LEYENDA
           MOVE WS-SEQ-PRIMER-ID TO LK-NRO
           GOBACK.

       100-BUSCA-SESION.
      *    Sesion de caja abierta del operador; 0 si opera sin caja
      *    (por ejemplo un cobro por debito en cuenta).
           MOVE 0 TO WS-SESION-NRO
           OPEN INPUT SESION-FILE
           IF WS-SESION-FSTATUS = '00'
               PERFORM UNTIL WS-SESION-FSTATUS NOT = '00'
                   READ SESION-FILE
                       AT END MOVE '10' TO WS-SESION-FSTATUS
                       NOT AT END
                           IF SES-OPERADOR = LK-OPERADOR
                              AND SES-ESTADO = 'A'
                               MOVE SES-NRO TO WS-SESION-NRO
                               MOVE '10' TO WS-SESION-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
           END-IF.
       100-END.
       END PROGRAM COMPRO1.

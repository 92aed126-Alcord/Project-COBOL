      *          planilla. Un reproceso del periodo reemplaza las
      *          filas anteriores; si el neto ya fue contabilizado
      *          por GLEXT001 el periodo queda cerrado y no se
      *          reprocesa. La prevision aplicada a los prestamos
      *          castigados en el periodo (CASTIGOS.DAT, CASTIG001)
      *          se descuenta del total anterior: ya la consumio el
      *          asiento de castigo y no debe volver como
      *          desafectacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-PROVMOV-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "PROVISIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-FSTATUS.
           SELECT PRVTMP-FILE ASSIGN TO "PROVISIONES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRVTMP-FSTATUS.
           05  CLS-IMPORTE             PIC 9(12)V99.
           05  CLS-EXPO-HIP            PIC 9(12)V99.
           05  CLS-EXPO-TAR            PIC 9(12)V99.
           05  CLS-EXPO-PRE            PIC 9(12)V99.
       FD  PROVIS-FILE.
       01  PROVIS-RECORD.
           05  PRV-PERIODO             PIC 9(06).
           05  PRV-PROVISION           PIC 9(12)V99.
           05  PRV-EXPO-HIP            PIC 9(12)V99.
           05  PRV-EXPO-TAR            PIC 9(12)V99.
           05  PRV-EXPO-PRE            PIC 9(12)V99.
       FD  PROVMOV-FILE.
       01  PROVMOV-RECORD.
           05  PMV-PERIODO             PIC 9(06).
               SIGN LEADING SEPARATE.
           05  PMV-ESTADO              PIC X(01).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(132).
       FD  CASTIGO-FILE.
       01  CASTIGO-RECORD.
           05  CTG-NRO                 PIC 9(06).
           05  CTG-PRODUCTO            PIC X(01).
           05  CTG-REF                 PIC X(16).
           05  CTG-NRO-RESUMEN         PIC 9(06).
           05  CTG-ID-CLIENTE          PIC 9(10).
           05  CTG-SALDO               PIC 9(12)V99.
           05  CTG-PROVISION           PIC 9(12)V99.
           05  CTG-ESTADO              PIC X(01).
           05  CTG-FECHA-PROP          PIC X(08).
           05  CTG-FECHA-CASTIGO       PIC X(08).
           05  CTG-PROPONE             PIC X(30).
           05  CTG-APRUEBA             PIC X(30).
           05  CTG-RECUPERADO          PIC 9(12)V99.
       FD  PRVTMP-FILE.
       01  PRVTMP-RECORD               PIC X(87).
       FD  PMVTMP-FILE.
       01  PMVTMP-RECORD               PIC X(22).

       01  WS-PROVMOV-FSTATUS          PIC XX.
       01  WS-PRVTMP-FSTATUS           PIC XX.
       01  WS-PMVTMP-FSTATUS           PIC XX.
       01  WS-CASTIGO-FSTATUS          PIC XX.
       01  WS-PERIODO-CERRADO          PIC X(01).

       01  WS-PERIODO-AAAAMM           PIC 9(6).
       01  WS-EXPO-TOTAL               PIC 9(13)V99.
       01  WS-TOT-REQUERIDA            PIC 9(14)V99.
       01  WS-TOT-ANTERIOR             PIC 9(14)V99.
       01  WS-TOT-APLICADA             PIC 9(14)V99.
       01  WS-NETO                     PIC S9(13)V99.
       01  WS-CONT-CLIENTES            PIC 9(5).
       01  WS-ED1                      PIC ZZZZZZZZZZZ9.99-.
       01  WS-ED2                      PIC ZZZZZZZZZZZ9.99-.
       01  WS-ED3                      PIC ZZZZZZZZZZZ9.99-.
       01  WS-ED4                      PIC ZZZZZZZZZZZ9.99-.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).

       210-PROVISIONA-CLIENTE.
      *    El porcentaje aplica sobre la exposicion total (saldo
      *    vigente de hipotecas, saldo impago de tarjetas y saldo
      *    de capital de prestamos personales), no
      *    solo sobre lo vencido: un deudor en situacion 2 con un
      *    saldo grande al dia se previsiona por ese saldo. Las
      *    clasificaciones viejas sin los campos de exposicion
           IF CLS-EXPO-TAR NOT NUMERIC
               MOVE 0 TO CLS-EXPO-TAR
           END-IF
           IF CLS-EXPO-PRE NOT NUMERIC
               MOVE 0 TO CLS-EXPO-PRE
           END-IF
           COMPUTE WS-EXPO-TOTAL =
               CLS-EXPO-HIP + CLS-EXPO-TAR + CLS-EXPO-PRE
           IF WS-EXPO-TOTAL = 0
               MOVE CLS-IMPORTE TO WS-EXPO-TOTAL
           END-IF
           MOVE WS-PROV-CALC TO PRV-PROVISION
           MOVE CLS-EXPO-HIP TO PRV-EXPO-HIP
           MOVE CLS-EXPO-TAR TO PRV-EXPO-TAR
           MOVE CLS-EXPO-PRE TO PRV-EXPO-PRE
           WRITE PROVIS-RECORD
           MOVE WS-PROV-CALC TO WS-ED1
           MOVE CLS-EXPO-HIP TO WS-ED2
           MOVE CLS-EXPO-TAR TO WS-ED3
           MOVE CLS-EXPO-PRE TO WS-ED4
           MOVE SPACES TO REPORTE-RECORD
           STRING "CLIENTE " CLS-ID-CLIENTE
                  " SIT " CLS-SITUACION
                  " EXPO HIP " WS-ED2
                  " TARJ " WS-ED3
                  " PREST " WS-ED4
                  " PREVISION " WS-ED1
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD.
                   END-READ
               END-PERFORM
               CLOSE PROVIS-FILE
           END-IF
      *    Prevision aplicada por los castigos aprobados en el
      *    periodo: el asiento CASTIGO de GLEXT001 ya la dio de baja
      *    contra el prestamo.
           MOVE 0 TO WS-TOT-APLICADA
           OPEN INPUT CASTIGO-FILE
           IF WS-CASTIGO-FSTATUS = '00'
               PERFORM UNTIL WS-CASTIGO-FSTATUS NOT = '00'
                   READ CASTIGO-FILE
                       AT END MOVE '10' TO WS-CASTIGO-FSTATUS
                       NOT AT END
                           IF CTG-ESTADO = 'A'
                              AND CTG-FECHA-CASTIGO(1:6) =
                                  WS-PERIODO-AAAAMM
                               ADD CTG-PROVISION TO WS-TOT-APLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIGO-FILE
           END-IF
           IF WS-TOT-APLICADA > WS-TOT-ANTERIOR
               MOVE 0 TO WS-TOT-ANTERIOR
           ELSE
               SUBTRACT WS-TOT-APLICADA FROM WS-TOT-ANTERIOR
           END-IF.
       300-END.

               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           IF WS-TOT-APLICADA > 0
               MOVE WS-TOT-APLICADA TO WS-ED1
               MOVE SPACES TO REPORTE-RECORD
               STRING "  (NETA DE APLICADA A CASTIGOS: " WS-ED1 ")"
                   DELIMITED BY SIZE INTO REPORTE-RECORD
               WRITE REPORTE-RECORD
               DISPLAY REPORTE-RECORD
           END-IF
           MOVE WS-NETO TO WS-ED1
           MOVE SPACES TO REPORTE-RECORD
           STRING "MOVIMIENTO NETO     : " WS-ED1

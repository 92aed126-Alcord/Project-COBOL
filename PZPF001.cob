      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Pizarra de tasas de plazo fijo. Tesoreria carga en
      *          PIZARRA_PF.DAT la tasa nominal anual por moneda,
      *          banda de plazo en dias y tramo de capital, con
      *          vigencia-desde (puede ser futura; una fila nueva para
      *          la misma combinacion reemplaza a la anterior desde su
      *          vigencia, como PARAMETROS.DAT). La carga esta
      *          reservada al rol SUPERVISOR. PLZFIJ001 toma la tasa
      *          de aca (PZPFTAS1) al constituir y al renovar; toda
      *          tasa distinta es preferencial, la autoriza un
      *          SUPERVISOR y queda en PF_TASA_PREF.DAT. El reporte
      *          mensual PF_FUERA_PIZARRA.TXT lista los certificados
      *          del mes abiertos fuera de pizarra y se archiva en el
      *          repositorio de reportes (REPOSIT1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PZPF001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZARRA-FILE ASSIGN TO "PIZARRA_PF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIZARRA-FSTATUS.
           SELECT PREF-FILE ASSIGN TO "PF_TASA_PREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "PF_FUERA_PIZARRA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PIZARRA-FILE.
       01  PIZARRA-RECORD.
           05  PZ-MONEDA               PIC X(03).
           05  PZ-PLAZO-DESDE          PIC 9(03).
           05  PZ-PLAZO-HASTA          PIC 9(03).
           05  PZ-MONTO-DESDE          PIC 9(10)V99.
           05  PZ-MONTO-HASTA          PIC 9(10)V99.
           05  PZ-TASA                 PIC 9(03)V99.
           05  PZ-VIG-DESDE            PIC X(08).
           05  PZ-OPERADOR             PIC X(30).
       FD  PREF-FILE.
       01  PREF-RECORD.
           05  TPR-PF-NRO              PIC 9(05).
           05  TPR-DOC                 PIC X(13).
           05  TPR-FECHA               PIC X(08).
           05  TPR-MONEDA              PIC X(03).
           05  TPR-PLAZO               PIC 9(03).
           05  TPR-CAPITAL             PIC 9(10)V99.
           05  TPR-PIZ-ENC             PIC X(01).
           05  TPR-TASA-PIZARRA        PIC 9(03)V99.
           05  TPR-TASA-APLICADA       PIC 9(03)V99.
           05  TPR-OPERADOR            PIC X(30).
           05  TPR-APROBADOR           PIC X(30).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-PIZARRA-FSTATUS          PIC XX.
       01  WS-PREF-FSTATUS             PIC XX.
       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-MONEDA-ING               PIC X(03).
       01  WS-PLAZO-DESDE-ING          PIC 9(03).
       01  WS-PLAZO-HASTA-ING          PIC 9(03).
       01  WS-MONTO-DESDE-ING          PIC 9(10)V99.
       01  WS-MONTO-HASTA-ING          PIC 9(10)V99.
       01  WS-TASA-ING                 PIC 9(03)V99.
       01  WS-VIG-ING                  PIC X(08).
       01  WS-PLAZO-ING                PIC 9(03).
       01  WS-CAPITAL-ING              PIC 9(10)V99.
       01  WS-TASA-VIG                 PIC 9(03)V99.
       01  WS-TASA-ENC                 PIC X(01).
       01  WS-PERIODO-ING              PIC X(06).
       01  WS-CONT-PREF                PIC 9(5).

       01  WS-IMP-1                    PIC ZZZZZZZZZ9.99.
       01  WS-IMP-2                    PIC ZZZZZZZZZ9.99.
       01  WS-TASA-ED                  PIC ZZ9.99.
       01  WS-TASA-ED2                 PIC ZZ9.99.

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   PIZARRA DE TASAS PLAZO FIJO      "
           DISPLAY "===================================="
           DISPLAY "1 - Listar pizarra"
           DISPLAY "2 - Consultar tasa vigente"
           DISPLAY "3 - Cargar tasa (SUPERVISOR)"
           DISPLAY "4 - Reporte mensual fuera de pizarra"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-LISTAR
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 250-CONSULTAR
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 300-CARGAR
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 400-REPORTE-MENSUAL
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       200-LISTAR.
           DISPLAY "MON PLAZO DIAS       CAPITAL DESDE   CAPITAL HASTA"
                   "    TASA VIG.DESDE"
           OPEN INPUT PIZARRA-FILE
           IF WS-PIZARRA-FSTATUS NOT = '00'
               DISPLAY "(pizarra sin cargar)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PIZARRA-FSTATUS NOT = '00'
               READ PIZARRA-FILE
                   AT END MOVE '10' TO WS-PIZARRA-FSTATUS
                   NOT AT END
                       MOVE PZ-MONTO-DESDE TO WS-IMP-1
                       MOVE PZ-MONTO-HASTA TO WS-IMP-2
                       MOVE PZ-TASA TO WS-TASA-ED
                       DISPLAY PZ-MONEDA " " PZ-PLAZO-DESDE "-"
                               PZ-PLAZO-HASTA "  " WS-IMP-1 " "
                               WS-IMP-2 " " WS-TASA-ED " "
                               PZ-VIG-DESDE
               END-READ
           END-PERFORM
           CLOSE PIZARRA-FILE.
       200-END.

       250-CONSULTAR.
           DISPLAY "Moneda (LOC o codigo): "
           ACCEPT WS-MONEDA-ING
           MOVE FUNCTION UPPER-CASE(WS-MONEDA-ING) TO WS-MONEDA-ING
           DISPLAY "Plazo en dias: "
           ACCEPT WS-PLAZO-ING
           DISPLAY "Capital: "
           ACCEPT WS-CAPITAL-ING
           CALL 'PZPFTAS1' USING WS-MONEDA-ING WS-PLAZO-ING
                                 WS-CAPITAL-ING WS-FECHA-HOY
                                 WS-TASA-VIG WS-TASA-ENC
           IF WS-TASA-ENC = 'S'
               MOVE WS-TASA-VIG TO WS-TASA-ED
               DISPLAY "Tasa de pizarra vigente: " WS-TASA-ED
           ELSE
               DISPLAY "La pizarra no cubre esa combinacion."
           END-IF.
       250-END.

       300-CARGAR.
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La carga de la pizarra requiere rol "
                       "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Moneda (LOC o codigo): "
           ACCEPT WS-MONEDA-ING
           MOVE FUNCTION UPPER-CASE(WS-MONEDA-ING) TO WS-MONEDA-ING
           IF WS-MONEDA-ING = SPACES
               DISPLAY "Moneda invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plazo desde (dias): "
           ACCEPT WS-PLAZO-DESDE-ING
           DISPLAY "Plazo hasta (dias): "
           ACCEPT WS-PLAZO-HASTA-ING
           IF WS-PLAZO-DESDE-ING = 0
              OR WS-PLAZO-HASTA-ING < WS-PLAZO-DESDE-ING
               DISPLAY "Banda de plazo invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Capital desde: "
           ACCEPT WS-MONTO-DESDE-ING
           DISPLAY "Capital hasta: "
           ACCEPT WS-MONTO-HASTA-ING
           IF WS-MONTO-HASTA-ING < WS-MONTO-DESDE-ING
               DISPLAY "Tramo de capital invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tasa nominal anual (ej. 030.00): "
           ACCEPT WS-TASA-ING
           IF WS-TASA-ING = 0
               DISPLAY "La tasa debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vigencia desde (AAAAMMDD, puede ser futura): "
           ACCEPT WS-VIG-ING
           IF WS-VIG-ING = SPACES
               DISPLAY "La vigencia es obligatoria."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PIZARRA-FILE
           IF WS-PIZARRA-FSTATUS NOT = '00'
               OPEN OUTPUT PIZARRA-FILE
           END-IF
           MOVE WS-MONEDA-ING      TO PZ-MONEDA
           MOVE WS-PLAZO-DESDE-ING TO PZ-PLAZO-DESDE
           MOVE WS-PLAZO-HASTA-ING TO PZ-PLAZO-HASTA
           MOVE WS-MONTO-DESDE-ING TO PZ-MONTO-DESDE
           MOVE WS-MONTO-HASTA-ING TO PZ-MONTO-HASTA
           MOVE WS-TASA-ING        TO PZ-TASA
           MOVE WS-VIG-ING         TO PZ-VIG-DESDE
           MOVE LK-OPERADOR        TO PZ-OPERADOR
           WRITE PIZARRA-RECORD
           CLOSE PIZARRA-FILE
           DISPLAY "Tasa cargada en la pizarra.".
       300-END.

       400-REPORTE-MENSUAL.
           DISPLAY "Periodo (AAAAMM): "
           ACCEPT WS-PERIODO-ING
           MOVE 0 TO WS-CONT-PREF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "PLAZOS FIJOS CONSTITUIDOS FUERA DE PIZARRA - "
                  "PERIODO " WS-PERIODO-ING
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "PF    DOC           FECHA    MON PLZ"
                  "        CAPITAL PIZARRA APLICADA OPERADOR / "
                  "AUTORIZO"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           OPEN INPUT PREF-FILE
           IF WS-PREF-FSTATUS = '00'
               PERFORM UNTIL WS-PREF-FSTATUS NOT = '00'
                   READ PREF-FILE
                       AT END MOVE '10' TO WS-PREF-FSTATUS
                       NOT AT END
                           IF TPR-FECHA(1:6) = WS-PERIODO-ING
                               PERFORM 410-LINEA-PREF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREF-FILE
           END-IF
           MOVE SPACES TO REPORTE-RECORD
           STRING "CERTIFICADOS FUERA DE PIZARRA: " WS-CONT-PREF
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           CLOSE REPORTE-FILE
           PERFORM 900-ARCHIVA-REPOSITORIO.
       400-END.

       410-LINEA-PREF.
           ADD 1 TO WS-CONT-PREF
           MOVE TPR-CAPITAL TO WS-IMP-1
           MOVE TPR-TASA-APLICADA TO WS-TASA-ED2
           MOVE SPACES TO REPORTE-RECORD
           IF TPR-PIZ-ENC = 'S'
               MOVE TPR-TASA-PIZARRA TO WS-TASA-ED
               STRING TPR-PF-NRO " " TPR-DOC " " TPR-FECHA " "
                      TPR-MONEDA " " TPR-PLAZO " " WS-IMP-1 " "
                      WS-TASA-ED "  " WS-TASA-ED2 "   "
                      FUNCTION TRIM(TPR-OPERADOR) " / "
                      FUNCTION TRIM(TPR-APROBADOR)
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           ELSE
               STRING TPR-PF-NRO " " TPR-DOC " " TPR-FECHA " "
                      TPR-MONEDA " " TPR-PLAZO " " WS-IMP-1 " "
                      "  S/P "  "  " WS-TASA-ED2 "   "
                      FUNCTION TRIM(TPR-OPERADOR) " / "
                      FUNCTION TRIM(TPR-APROBADOR)
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           END-IF
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD.
       410-END.

       900-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'PFFUERAPIZ  ' TO WS-REP-TIPO
           MOVE 'PF_FUERA_PIZARRA.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "PERIODO " WS-PERIODO-ING
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       900-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM PZPF001.

      *          proceso de revaluacion REVAL001) y la fecha de la
      *          ultima carga. La carga diaria de cotizaciones esta
      *          reservada al rol SUPERVISOR/ADMIN via OPERROL1.
      *          COTIZ_FX.DAT guarda ademas la pizarra de la mesa de
      *          cambios: cotizacion comprador (a la que el banco
      *          compra) y vendedor (a la que vende) por moneda, que
      *          usa FXOPE001. La media sigue siendo MON-TASA y debe
      *          quedar entre ambas puntas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONEDAS-FSTATUS.
           SELECT COTIZFX-FILE ASSIGN TO "COTIZ_FX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZFX-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  MON-TASA                PIC 9(06)V9(4).
           05  MON-TASA-CIERRE-ANT     PIC 9(06)V9(4).
           05  MON-FECHA               PIC X(08).
       FD  COTIZFX-FILE.
       01  COTIZFX-RECORD.
           05  CFX-CODIGO              PIC X(03).
           05  CFX-COMPRA              PIC 9(06)V9(4).
           05  CFX-VENTA               PIC 9(06)V9(4).
           05  CFX-FECHA               PIC X(08).
           05  CFX-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-MONEDAS-FSTATUS          PIC XX.
       01  WS-COTIZFX-FSTATUS          PIC XX.
       01  WS-COTIZFX.
           05  WS-CFX OCCURS 20 TIMES.
               10  WS-CFX-CODIGO       PIC X(03).
               10  WS-CFX-COMPRA       PIC 9(06)V9(4).
               10  WS-CFX-VENTA        PIC 9(06)V9(4).
               10  WS-CFX-FECHA        PIC X(08).
               10  WS-CFX-OPERADOR     PIC X(30).
       01  WS-CFX-COUNT                PIC 9(2) VALUE 0.
       01  WS-CFX-IDX                  PIC 9(2).
       01  WS-CFX-SEL                  PIC 9(2).
       01  WS-COMPRA-ING               PIC 9(6)V9(4).
       01  WS-VENTA-ING                PIC 9(6)V9(4).
       01  WS-MONEDAS.
           05  WS-MON OCCURS 20 TIMES.
               10  WS-MON-CODIGO       PIC X(03).
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-MONEDAS
           PERFORM 120-CARGA-COTIZFX
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "1 - Listar cotizaciones"
           DISPLAY "2 - Cargar cotizacion del dia"
           DISPLAY "3 - Alta de moneda"
           DISPLAY "4 - Cargar pizarra comprador/vendedor"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 400-ALTA-MONEDA
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 500-CARGAR-PIZARRA
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           END-IF.
       110-END.

       120-CARGA-COTIZFX.
           MOVE 0 TO WS-CFX-COUNT
           OPEN INPUT COTIZFX-FILE
           IF WS-COTIZFX-FSTATUS = '00'
               PERFORM UNTIL WS-COTIZFX-FSTATUS NOT = '00'
                   READ COTIZFX-FILE
                       AT END MOVE '10' TO WS-COTIZFX-FSTATUS
                       NOT AT END
                           IF WS-CFX-COUNT < 20
                               ADD 1 TO WS-CFX-COUNT
                               MOVE COTIZFX-RECORD TO
                                   WS-CFX(WS-CFX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIZFX-FILE
           END-IF.
       120-END.

       160-GRABA-COTIZFX.
           OPEN OUTPUT COTIZFX-FILE
           PERFORM VARYING WS-CFX-IDX FROM 1 BY 1
                   UNTIL WS-CFX-IDX > WS-CFX-COUNT
               MOVE WS-CFX(WS-CFX-IDX) TO COTIZFX-RECORD
               WRITE COTIZFX-RECORD
           END-PERFORM
           CLOSE COTIZFX-FILE.
       160-END.

       150-GRABA-MONEDAS.
           OPEN OUTPUT MONEDAS-FILE
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                       WS-MON-TASA(WS-MON-IDX) "  "
                       WS-MON-TASA-ANT(WS-MON-IDX) "  "
                       WS-MON-FECHA(WS-MON-IDX)
           END-PERFORM
           DISPLAY "PIZARRA  COMPRADOR    VENDEDOR     FECHA"
           PERFORM VARYING WS-CFX-IDX FROM 1 BY 1
                   UNTIL WS-CFX-IDX > WS-CFX-COUNT
               DISPLAY WS-CFX-CODIGO(WS-CFX-IDX) "      "
                       WS-CFX-COMPRA(WS-CFX-IDX) "  "
                       WS-CFX-VENTA(WS-CFX-IDX) "  "
                       WS-CFX-FECHA(WS-CFX-IDX)
           END-PERFORM.
       200-END.

           DISPLAY "Moneda dada de alta.".
       400-END.

       500-CARGAR-PIZARRA.
      *    La media (MON-TASA) se carga primero con la opcion 2; las
      *    puntas de la mesa de cambios tienen que encerrarla, si no
      *    el diferencial de la posicion diaria sale negativo.
           DISPLAY "Ingrese el codigo de moneda (ej. USD): "
           ACCEPT WS-CODIGO-ING
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-ING) TO WS-CODIGO-ING
           PERFORM 250-BUSCA-MONEDA
           IF WS-MON-SEL = 0
               DISPLAY "Moneda no registrada. Use la opcion 3."
               EXIT PARAGRAPH
           END-IF
           IF WS-MON-FECHA(WS-MON-SEL) NOT = WS-FECHA-HOY
               DISPLAY "Cargue primero la cotizacion del dia de la "
                       "moneda (opcion 2)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cotizacion media vigente: " WS-MON-TASA(WS-MON-SEL)
           DISPLAY "Cotizacion comprador (el banco compra): "
           ACCEPT WS-COMPRA-ING
           DISPLAY "Cotizacion vendedor (el banco vende): "
           ACCEPT WS-VENTA-ING
           IF WS-COMPRA-ING = 0
              OR WS-COMPRA-ING > WS-MON-TASA(WS-MON-SEL)
              OR WS-VENTA-ING < WS-MON-TASA(WS-MON-SEL)
              OR WS-COMPRA-ING NOT < WS-VENTA-ING
               DISPLAY "Pizarra invalida: debe cumplirse "
                       "comprador <= media <= vendedor y "
                       "comprador < vendedor."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CFX-SEL
           PERFORM VARYING WS-CFX-IDX FROM 1 BY 1
                   UNTIL WS-CFX-IDX > WS-CFX-COUNT
               IF WS-CFX-CODIGO(WS-CFX-IDX) = WS-CODIGO-ING
                   MOVE WS-CFX-IDX TO WS-CFX-SEL
                   MOVE WS-CFX-COUNT TO WS-CFX-IDX
               END-IF
           END-PERFORM
           IF WS-CFX-SEL = 0
               IF WS-CFX-COUNT >= 20
                   DISPLAY "Tabla de pizarra llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CFX-COUNT
               MOVE WS-CFX-COUNT TO WS-CFX-SEL
               MOVE WS-CODIGO-ING TO WS-CFX-CODIGO(WS-CFX-SEL)
           END-IF
           MOVE WS-COMPRA-ING TO WS-CFX-COMPRA(WS-CFX-SEL)
           MOVE WS-VENTA-ING  TO WS-CFX-VENTA(WS-CFX-SEL)
           MOVE WS-FECHA-HOY  TO WS-CFX-FECHA(WS-CFX-SEL)
           MOVE LK-OPERADOR   TO WS-CFX-OPERADOR(WS-CFX-SEL)
           PERFORM 160-GRABA-COTIZFX
           DISPLAY "Pizarra de cambios actualizada.".
       500-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.

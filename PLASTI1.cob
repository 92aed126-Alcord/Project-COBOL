      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Registro de plasticos de tarjeta (PLASTICOS_TARJ.DAT).
      *          Todo numero que emite TARJCRE001 (130-INSERTA-TARJETA,
      *          830-REEMPLAZO, 710-ALTA-ADICIONAL) nace con su
      *          plastico pendiente de embozado y no acepta consumos
      *          hasta que se activa; EMBOZ001 lleva el circuito
      *          (embozadora, sucursal, entrega, activacion,
      *          destruccion). Estados del plastico:
      *            G = generado, pendiente de embozado
      *            E = enviado a la embozadora
      *            S = recibido en la sucursal
      *            D = entregado al cliente
      *            V = activado (acepta consumos)
      *            X = no retirado, informado para destruccion
      *          Los numeros anteriores al circuito no tienen
      *          registro y se consideran activos.
      *          Funciones:
      *            'A' = alta: registra el plastico LK-NRO-TARJETA en
      *                  estado G, atribuido a la sucursal del
      *                  operador (OPERSUC1)
      *            'C' = consulta: devuelve en LK-ESTADO el estado
      *                  del ultimo registro del numero (espacio si
      *                  no tiene registro)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLASTI1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLASTICOS-FILE ASSIGN TO "PLASTICOS_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLA-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLASTICOS-FILE.
       01  PLASTICO-RECORD.
           05  PLA-NRO-TARJETA         PIC X(16).
           05  PLA-NRO-TITULAR         PIC X(16).
           05  PLA-TIPO                PIC X(01).
           05  PLA-NOMBRE              PIC X(30).
           05  PLA-SUCURSAL            PIC X(03).
           05  PLA-FECHA-ALTA          PIC X(08).
           05  PLA-ESTADO              PIC X(01).
           05  PLA-FECHA-ESTADO        PIC X(08).
           05  PLA-CANAL-ACT           PIC X(01).
           05  PLA-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PLA-FSTATUS              PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-SUCURSAL-OPER            PIC X(03).

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-NRO-TARJETA              PIC X(16).
       01  LK-NRO-TITULAR              PIC X(16).
       01  LK-TIPO                     PIC X(01).
       01  LK-NOMBRE                   PIC X(30).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-ESTADO                   PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-NRO-TARJETA
                                LK-NRO-TITULAR LK-TIPO LK-NOMBRE
                                LK-OPERADOR LK-ESTADO.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           EVALUATE LK-FUNCION
               WHEN 'A'
                   PERFORM 200-ALTA-PLASTICO
               WHEN 'C'
                   PERFORM 300-CONSULTA-ESTADO
               WHEN OTHER
                   MOVE SPACE TO LK-ESTADO
           END-EVALUATE
           GOBACK.

       200-ALTA-PLASTICO.
           MOVE SPACES TO WS-SUCURSAL-OPER
           CALL 'OPERSUC1' USING LK-OPERADOR WS-SUCURSAL-OPER
           OPEN EXTEND PLASTICOS-FILE
           IF WS-PLA-FSTATUS NOT = '00'
               OPEN OUTPUT PLASTICOS-FILE
           END-IF
           MOVE LK-NRO-TARJETA TO PLA-NRO-TARJETA
           MOVE LK-NRO-TITULAR TO PLA-NRO-TITULAR
           MOVE LK-TIPO TO PLA-TIPO
           MOVE LK-NOMBRE TO PLA-NOMBRE
           MOVE WS-SUCURSAL-OPER TO PLA-SUCURSAL
           MOVE WS-FECHA-HOY TO PLA-FECHA-ALTA
           MOVE 'G' TO PLA-ESTADO
           MOVE WS-FECHA-HOY TO PLA-FECHA-ESTADO
           MOVE SPACE TO PLA-CANAL-ACT
           MOVE LK-OPERADOR TO PLA-OPERADOR
           WRITE PLASTICO-RECORD
           CLOSE PLASTICOS-FILE
           MOVE 'G' TO LK-ESTADO.
       200-END.

       300-CONSULTA-ESTADO.
           MOVE SPACE TO LK-ESTADO
           OPEN INPUT PLASTICOS-FILE
           IF WS-PLA-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLA-FSTATUS NOT = '00'
               READ PLASTICOS-FILE
                   AT END MOVE '10' TO WS-PLA-FSTATUS
                   NOT AT END
                       IF PLA-NRO-TARJETA = LK-NRO-TARJETA
                           MOVE PLA-ESTADO TO LK-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLASTICOS-FILE.
       300-END.
       END PROGRAM PLASTI1.

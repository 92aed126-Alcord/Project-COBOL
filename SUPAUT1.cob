      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Autorizacion de SUPERVISOR en el momento. Cuando una
      *          operacion de ventanilla necesita la venia de un
      *          SUPERVISOR (tasa fuera de pizarra, excepciones), el
      *          modulo llama aca: si el propio operador ya es
      *          SUPERVISOR/ADMIN la autorizacion es suya; si no, el
      *          SUPERVISOR se identifica con usuario y clave contra
      *          OPERADORES.IDX (mismo control de clave que MAIN:
      *          hash salado via CLVHASH1, operador activo y no
      *          bloqueado). Devuelve en LK-APROBADOR el nombre de
      *          quien autorizo, para que el modulo lo deje asentado.
      *          LK-RESULTADO: 'S' = autorizado, 'N' = no autorizado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPAUT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-USUARIO
               FILE STATUS IS WS-OPER-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       01  OPERADOR-RECORD.
           05  OPER-USUARIO            PIC X(10).
           05  OPER-CLAVE              PIC X(10).
           05  OPER-NOMBRE             PIC X(30).
           05  OPER-ROL                PIC X(10).
           05  OPER-ESTADO             PIC X(01).
           05  OPER-SUCURSAL           PIC X(03).
           05  OPER-SAL                PIC X(08).
           05  OPER-HASH               PIC X(18).
           05  OPER-CAMBIO-OBLIG       PIC X(01).
           05  OPER-FECHA-CLAVE        PIC X(08).
           05  OPER-FALLOS             PIC 9(02).
           05  OPER-BLOQUEADO          PIC X(01).
           05  OPER-HISTORIAL          PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-OPER-FSTATUS             PIC XX.
       01  WS-ENCONTRADO               PIC X(1).
       01  WS-USUARIO-ING              PIC X(10).
       01  WS-CLAVE-ING                PIC X(10).
       01  WS-HASH-CALC                PIC X(18).
       01  WS-CLAVE-MATCH              PIC X(1).
       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       LINKAGE SECTION.
       01  LK-OPERADOR                 PIC X(30).
       01  LK-APROBADOR                PIC X(30).
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-OPERADOR LK-APROBADOR
                                LK-RESULTADO.
       MAIN-PROGRAM.
           MOVE 'N' TO LK-RESULTADO
           MOVE SPACES TO LK-APROBADOR
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF OPER-ES-SUPERVISOR
               MOVE LK-OPERADOR TO LK-APROBADOR
               MOVE 'S' TO LK-RESULTADO
               GOBACK
           END-IF
           DISPLAY "Se requiere autorizacion de un SUPERVISOR."
           DISPLAY "Usuario del SUPERVISOR: "
           ACCEPT WS-USUARIO-ING
           DISPLAY "Clave: "
           ACCEPT WS-CLAVE-ING
           PERFORM 100-VERIFICA
           IF LK-RESULTADO = 'S'
               DISPLAY "Autorizado por "
                       FUNCTION TRIM(LK-APROBADOR) "."
           ELSE
               DISPLAY "Autorizacion rechazada."
           END-IF
           GOBACK.

       100-VERIFICA.
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT OPERADORES-FILE
           IF WS-OPER-FSTATUS NOT = '00'
      *        Sin OPERADORES.IDX rige el administrador por defecto
      *        de MAIN (0062-VERIFICA-CREDENCIALES).
               IF WS-USUARIO-ING = "ADMIN"
                  AND WS-CLAVE-ING = "ADMIN123"
                   MOVE "Administrador" TO LK-APROBADOR
                   MOVE 'S' TO LK-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPER-FSTATUS NOT = '00'
               READ OPERADORES-FILE
                   AT END MOVE '10' TO WS-OPER-FSTATUS
                   NOT AT END
                       IF OPER-USUARIO = WS-USUARIO-ING
                           MOVE 'S' TO WS-ENCONTRADO
                           MOVE '10' TO WS-OPER-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES-FILE
           IF WS-ENCONTRADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF OPER-BLOQUEADO = 'B' OR OPER-ESTADO = 'I'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLAVE-MATCH
           IF OPER-HASH = SPACES
               IF WS-CLAVE-ING = OPER-CLAVE
                   MOVE 'S' TO WS-CLAVE-MATCH
               END-IF
           ELSE
               CALL 'CLVHASH1' USING OPER-SAL WS-CLAVE-ING
                                     WS-HASH-CALC
               IF WS-HASH-CALC = OPER-HASH
                   MOVE 'S' TO WS-CLAVE-MATCH
               END-IF
           END-IF
           IF WS-CLAVE-MATCH NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF OPER-ROL NOT = 'SUPERVISOR' AND OPER-ROL NOT = 'ADMIN'
               DISPLAY "El usuario no tiene rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           MOVE OPER-NOMBRE TO LK-APROBADOR
           MOVE 'S' TO LK-RESULTADO.
       100-END.
       END PROGRAM SUPAUT1.

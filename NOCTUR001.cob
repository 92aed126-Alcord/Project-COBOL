      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Corrida nocturna desatendida de las interfaces
      *          diarias. Los pasos, sus parametros y dependencias se
      *          definen en el archivo de tarjetas NOCTURNO.CTL:
      *            *                      comentario (columna 1)
      *            FECHA   AAAAMMDD       fecha de proceso (opcional,
      *                                   por defecto la del dia)
      *            PASO nn PROGRAMA   dd dd dd dd dd
      *                                   paso nn; dd = pasos de los
      *                                   que depende (columnas 20-33,
      *                                   deben estar definidos antes)
      *            PARM nn CLAVE                VALOR
      *                                   parametro del paso nn
      *                                   (clave columnas 9-28, valor
      *                                   columnas 30-80)
      *          Cada paso se registra en RUNCTL1 (proceso NOCnn +
      *          programa, periodo AAMMDD de la fecha de proceso) y el
      *          programa recibe sus tarjetas por BATPARM1 en lugar de
      *          pedirlas por pantalla. Un paso que falla deja sin
      *          correr a los que dependen de el; los independientes
      *          siguen. Al relanzar la corrida del mismo dia los
      *          pasos ya completados no se repiten, asi se reanuda
      *          desde el que fallo. Al final emite para el turno
      *          manana el resumen de una pagina NOCTURNO_RESUMEN.TXT,
      *          archivado en el repositorio (REPOSIT1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCTUR001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "NOCTURNO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "NOCTURNO_RESUMEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD.
           05  CTL-TIPO                PIC X(05).
           05  CTL-PASO                PIC X(02).
           05  FILLER                  PIC X(01).
           05  CTL-DATOS               PIC X(72).
           05  CTL-DATOS-PASO REDEFINES CTL-DATOS.
               10  CTL-PROGRAMA        PIC X(10).
               10  FILLER              PIC X(01).
               10  CTL-DEPENDE         PIC X(03) OCCURS 5 TIMES.
               10  FILLER              PIC X(46).
           05  CTL-DATOS-PARM REDEFINES CTL-DATOS.
               10  CTL-CLAVE           PIC X(20).
               10  FILLER              PIC X(01).
               10  CTL-VALOR           PIC X(51).
       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FSTATUS              PIC XX.
       01  WS-CTL-LINEA                PIC 9(4) VALUE 0.
       01  WS-CTL-ERROR                PIC X(1) VALUE 'N'.
       01  WS-CTL-MOTIVO               PIC X(50).

       01  WS-PASOS.
           05  WS-PS OCCURS 40 TIMES.
               10  WS-PS-NRO           PIC X(02).
               10  WS-PS-PROGRAMA      PIC X(10).
               10  WS-PS-DEPENDE       PIC X(02) OCCURS 5 TIMES.
               10  WS-PS-ESTADO        PIC X(01).
               10  WS-PS-INICIO        PIC X(06).
               10  WS-PS-FIN           PIC X(06).
               10  WS-PS-MENSAJE       PIC X(60).
       01  WS-PS-COUNT                 PIC 9(2) VALUE 0.
       01  WS-PS-IDX                   PIC 9(2).
       01  WS-PS-J                     PIC 9(2).
       01  WS-PS-SEL                   PIC 9(2).
       01  WS-DEP-IDX                  PIC 9(1).

       01  WS-PARMS.
           05  WS-PA OCCURS 200 TIMES.
               10  WS-PA-PASO          PIC X(02).
               10  WS-PA-CLAVE         PIC X(20).
               10  WS-PA-VALOR         PIC X(60).
       01  WS-PA-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PA-IDX                   PIC 9(3).

       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-PROCESO            PIC X(08).
       01  WS-FECHAHORA                PIC X(26).
       01  WS-HORA-INICIO              PIC X(06).
       01  WS-HORA-FIN                 PIC X(06).
       01  WS-PROGRAMA-OK              PIC X(1).
       01  WS-REANUDA                  PIC X(1) VALUE 'N'.
       01  WS-CONFIRMA                 PIC X(1).

       01  WS-CANT-OK                  PIC 9(2) VALUE 0.
       01  WS-CANT-YA                  PIC 9(2) VALUE 0.
       01  WS-CANT-ERROR               PIC 9(2) VALUE 0.
       01  WS-CANT-OMITIDOS            PIC 9(2) VALUE 0.
       01  WS-RESULTADO-DESC           PIC X(12).
       01  WS-SEPARADOR                PIC X(100) VALUE ALL "-".

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).

       01  WS-RC-FUNCION               PIC X(1).
       01  WS-RC-PROCESO               PIC X(15).
       01  WS-RC-PERIODO               PIC X(6).
       01  WS-RC-CONTADORES            PIC X(20).
       01  WS-RC-PERMITIDO             PIC X(1).
       01  WS-RC-YA                    PIC X(1).

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
           DISPLAY "===================================="
           DISPLAY "  CORRIDA NOCTURNA DE INTERFACES    "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-PROCESO
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO
           PERFORM 110-CARGA-TARJETAS
           IF WS-CTL-ERROR = 'S'
               DISPLAY "NOCTURNO.CTL linea " WS-CTL-LINEA ": "
                       WS-CTL-MOTIVO
               DISPLAY "Corrida nocturna no iniciada."
               GOBACK
           END-IF
           IF WS-PS-COUNT = 0
               DISPLAY "NOCTURNO.CTL no define pasos."
               GOBACK
           END-IF
           MOVE WS-FECHA-PROCESO(3:6) TO WS-RC-PERIODO
           MOVE 0 TO WS-CANT-OK WS-CANT-YA WS-CANT-ERROR
                     WS-CANT-OMITIDOS
           MOVE 'N' TO WS-REANUDA
           PERFORM 200-RUNCTL-INICIA
           IF WS-RC-PERMITIDO NOT = 'S'
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(9:6) TO WS-HORA-INICIO
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               PERFORM 300-EJECUTA-PASO
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(9:6) TO WS-HORA-FIN
           PERFORM 210-RUNCTL-FIN
           PERFORM 400-RESUMEN
           PERFORM 700-ARCHIVA-REPOSITORIO
           GOBACK.

       110-CARGA-TARJETAS.
           MOVE 0 TO WS-PS-COUNT WS-PA-COUNT WS-CTL-LINEA
           MOVE 'N' TO WS-CTL-ERROR
           OPEN INPUT CTL-FILE
           IF WS-CTL-FSTATUS NOT = '00'
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "no se encontro el archivo de tarjetas"
                   TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-FSTATUS NOT = '00'
                      OR WS-CTL-ERROR = 'S'
               READ CTL-FILE
                   AT END MOVE '10' TO WS-CTL-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-CTL-LINEA
                       PERFORM 120-PROCESA-TARJETA
               END-READ
           END-PERFORM
           CLOSE CTL-FILE.
       110-END.

       120-PROCESA-TARJETA.
           IF CTL-RECORD = SPACES OR CTL-TIPO(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           EVALUATE CTL-TIPO
               WHEN 'FECHA'
                   IF CTL-DATOS(1:8) NOT NUMERIC
                      OR CTL-DATOS(5:2) < '01'
                      OR CTL-DATOS(5:2) > '12'
                      OR CTL-DATOS(7:2) < '01'
                      OR CTL-DATOS(7:2) > '31'
                       MOVE 'S' TO WS-CTL-ERROR
                       MOVE "fecha de proceso invalida (AAAAMMDD)"
                           TO WS-CTL-MOTIVO
                   ELSE
                       MOVE CTL-DATOS(1:8) TO WS-FECHA-PROCESO
                   END-IF
               WHEN 'PASO '
                   PERFORM 130-TARJETA-PASO
               WHEN 'PARM '
                   PERFORM 140-TARJETA-PARM
               WHEN OTHER
                   MOVE 'S' TO WS-CTL-ERROR
                   MOVE "tipo de tarjeta desconocido"
                       TO WS-CTL-MOTIVO
           END-EVALUATE.
       120-END.

       130-TARJETA-PASO.
           IF CTL-PASO NOT NUMERIC
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "numero de paso invalido" TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-BUSCA-PASO
           IF WS-PS-SEL > 0
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "paso repetido" TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM 160-VALIDA-PROGRAMA
           IF WS-PROGRAMA-OK NOT = 'S'
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "programa no habilitado para la corrida nocturna"
                   TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-COUNT >= 40
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "mas de 40 pasos" TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PS-COUNT
           MOVE CTL-PASO TO WS-PS-NRO(WS-PS-COUNT)
           MOVE CTL-PROGRAMA TO WS-PS-PROGRAMA(WS-PS-COUNT)
           MOVE 'P' TO WS-PS-ESTADO(WS-PS-COUNT)
           MOVE SPACES TO WS-PS-INICIO(WS-PS-COUNT)
                          WS-PS-FIN(WS-PS-COUNT)
                          WS-PS-MENSAJE(WS-PS-COUNT)
      *    Una dependencia tiene que ser un paso ya definido: asi el
      *    orden de las tarjetas es un orden de ejecucion valido.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 5
               MOVE CTL-DEPENDE(WS-DEP-IDX)(1:2)
                   TO WS-PS-DEPENDE(WS-PS-COUNT, WS-DEP-IDX)
               IF CTL-DEPENDE(WS-DEP-IDX)(1:2) NOT = SPACES
                   MOVE CTL-DEPENDE(WS-DEP-IDX)(1:2) TO CTL-PASO
                   PERFORM 150-BUSCA-PASO
                   IF WS-PS-SEL = 0 OR WS-PS-SEL = WS-PS-COUNT
                       MOVE 'S' TO WS-CTL-ERROR
                       MOVE "depende de un paso no definido antes"
                           TO WS-CTL-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.
       130-END.

       140-TARJETA-PARM.
           PERFORM 150-BUSCA-PASO
           IF WS-PS-SEL = 0
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "parametro de un paso no definido antes"
                   TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF CTL-CLAVE = SPACES
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "parametro sin clave" TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PA-COUNT >= 200
               MOVE 'S' TO WS-CTL-ERROR
               MOVE "mas de 200 parametros" TO WS-CTL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PA-COUNT
           MOVE CTL-PASO TO WS-PA-PASO(WS-PA-COUNT)
           MOVE CTL-CLAVE TO WS-PA-CLAVE(WS-PA-COUNT)
           MOVE CTL-VALOR TO WS-PA-VALOR(WS-PA-COUNT).
       140-END.

       150-BUSCA-PASO.
           MOVE 0 TO WS-PS-SEL
           PERFORM VARYING WS-PS-J FROM 1 BY 1
                   UNTIL WS-PS-J > WS-PS-COUNT
               IF WS-PS-NRO(WS-PS-J) = CTL-PASO
                   MOVE WS-PS-J TO WS-PS-SEL
               END-IF
           END-PERFORM.
       150-END.

       160-VALIDA-PROGRAMA.
           EVALUATE CTL-PROGRAMA
               WHEN 'CAMARA001 '
               WHEN 'CANIMP001 '
               WHEN 'TRFINT001 '
               WHEN 'CHQDEP001 '
               WHEN 'CHQDIF001 '
               WHEN 'TRFPRG001 '
               WHEN 'DEBAUT001 '
               WHEN 'PLZFIJ001 '
               WHEN 'AMLMON001 '
               WHEN 'NOTIF001  '
               WHEN 'CIERDIA01 '
                   MOVE 'S' TO WS-PROGRAMA-OK
               WHEN OTHER
                   MOVE 'N' TO WS-PROGRAMA-OK
           END-EVALUATE.
       160-END.

       200-RUNCTL-INICIA.
      *    Una corrida que quedo en curso es una sesion que se
      *    interrumpio (o que sigue en otra terminal): solo se
      *    reanuda con la confirmacion del operador.
           MOVE 'NOCTURNO       ' TO WS-RC-PROCESO
           MOVE 'C' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           IF WS-RC-PERMITIDO NOT = 'S'
               DISPLAY "La corrida nocturna del " WS-FECHA-PROCESO
                       " figura en curso. Si se interrumpio, "
                       "cerrarla y reanudar? (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-REANUDA
               MOVE 'INTERRUMPIDA' TO WS-RC-CONTADORES
               MOVE 'E' TO WS-RC-FUNCION
               CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                    WS-RC-PERIODO LK-OPERADOR
                                    WS-RC-CONTADORES WS-RC-PERMITIDO
                                    WS-RC-YA
           END-IF
           MOVE 'S' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           MOVE 'S' TO WS-RC-PERMITIDO.
       200-END.

       210-RUNCTL-FIN.
           MOVE 'NOCTURNO       ' TO WS-RC-PROCESO
           MOVE SPACES TO WS-RC-CONTADORES
           STRING "OK=" WS-CANT-OK " YA=" WS-CANT-YA
                  " ER=" WS-CANT-ERROR " OM=" WS-CANT-OMITIDOS
               DELIMITED BY SIZE INTO WS-RC-CONTADORES
           IF WS-CANT-ERROR = 0 AND WS-CANT-OMITIDOS = 0
               MOVE 'F' TO WS-RC-FUNCION
           ELSE
               MOVE 'E' TO WS-RC-FUNCION
           END-IF
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA.
       210-END.

       300-EJECUTA-PASO.
           PERFORM 310-VERIFICA-DEPENDENCIAS
           IF WS-PS-ESTADO(WS-PS-IDX) = 'O'
               ADD 1 TO WS-CANT-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RC-PROCESO
           STRING "NOC" WS-PS-NRO(WS-PS-IDX)
                  WS-PS-PROGRAMA(WS-PS-IDX)
               DELIMITED BY SIZE INTO WS-RC-PROCESO
           MOVE 'C' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           IF WS-RC-YA = 'S'
               MOVE 'Y' TO WS-PS-ESTADO(WS-PS-IDX)
               MOVE "COMPLETADO EN UNA CORRIDA ANTERIOR"
                   TO WS-PS-MENSAJE(WS-PS-IDX)
               ADD 1 TO WS-CANT-YA
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-PERMITIDO NOT = 'S'
               IF WS-REANUDA NOT = 'S'
                   MOVE 'E' TO WS-PS-ESTADO(WS-PS-IDX)
                   MOVE "PASO EN CURSO EN OTRA SESION"
                       TO WS-PS-MENSAJE(WS-PS-IDX)
                   ADD 1 TO WS-CANT-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'INTERRUMPIDO' TO WS-RC-CONTADORES
               MOVE 'E' TO WS-RC-FUNCION
               CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                    WS-RC-PERIODO LK-OPERADOR
                                    WS-RC-CONTADORES WS-RC-PERMITIDO
                                    WS-RC-YA
           END-IF
           MOVE 'S' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           PERFORM 320-ARMA-PARAMETROS
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(9:6) TO WS-PS-INICIO(WS-PS-IDX)
           DISPLAY "---- PASO " WS-PS-NRO(WS-PS-IDX) " "
                   WS-PS-PROGRAMA(WS-PS-IDX)
           PERFORM 330-LLAMA-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(9:6) TO WS-PS-FIN(WS-PS-IDX)
           MOVE 'Q' TO WS-BP-FUNCION
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           MOVE WS-BP-VALOR TO WS-PS-MENSAJE(WS-PS-IDX)
           MOVE WS-BP-VALOR(1:20) TO WS-RC-CONTADORES
           IF WS-BP-RESULTADO = 'E'
               MOVE 'E' TO WS-PS-ESTADO(WS-PS-IDX)
               MOVE 'E' TO WS-RC-FUNCION
               ADD 1 TO WS-CANT-ERROR
           ELSE
               MOVE 'C' TO WS-PS-ESTADO(WS-PS-IDX)
               MOVE 'F' TO WS-RC-FUNCION
               ADD 1 TO WS-CANT-OK
           END-IF
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           MOVE 'F' TO WS-BP-FUNCION
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO.
       300-END.

       310-VERIFICA-DEPENDENCIAS.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 5
               IF WS-PS-DEPENDE(WS-PS-IDX, WS-DEP-IDX) NOT = SPACES
                   PERFORM VARYING WS-PS-J FROM 1 BY 1
                           UNTIL WS-PS-J >= WS-PS-IDX
                       IF WS-PS-NRO(WS-PS-J) =
                          WS-PS-DEPENDE(WS-PS-IDX, WS-DEP-IDX)
                          AND (WS-PS-ESTADO(WS-PS-J) = 'E'
                               OR WS-PS-ESTADO(WS-PS-J) = 'O')
                           MOVE 'O' TO WS-PS-ESTADO(WS-PS-IDX)
                           MOVE SPACES TO WS-PS-MENSAJE(WS-PS-IDX)
                           STRING "NO CORRIO: FALLO EL PASO "
                                  WS-PS-NRO(WS-PS-J)
                               DELIMITED BY SIZE
                               INTO WS-PS-MENSAJE(WS-PS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       310-END.

       320-ARMA-PARAMETROS.
      *    Todo paso recibe la fecha de proceso; despues sus propias
      *    tarjetas PARM (que pueden reemplazarla).
           MOVE 'I' TO WS-BP-FUNCION
           MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO WS-BP-CLAVE
           MOVE SPACES TO WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           MOVE 'P' TO WS-BP-FUNCION
           MOVE 'FECHA' TO WS-BP-CLAVE
           MOVE WS-FECHA-PROCESO TO WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-PASO(WS-PA-IDX) = WS-PS-NRO(WS-PS-IDX)
                   MOVE WS-PA-CLAVE(WS-PA-IDX) TO WS-BP-CLAVE
                   MOVE WS-PA-VALOR(WS-PA-IDX) TO WS-BP-VALOR
                   CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                         WS-BP-VALOR WS-BP-RESULTADO
               END-IF
           END-PERFORM.
       320-END.

       330-LLAMA-PROGRAMA.
           EVALUATE WS-PS-PROGRAMA(WS-PS-IDX)
               WHEN 'CAMARA001 '
                   CALL 'CAMARA001' USING LK-USER-ID LK-OPERADOR
               WHEN 'CANIMP001 '
                   CALL 'CANIMP001' USING LK-USER-ID LK-OPERADOR
               WHEN 'TRFINT001 '
                   CALL 'TRFINT001' USING LK-USER-ID LK-OPERADOR
               WHEN 'CHQDEP001 '
                   CALL 'CHQDEP001' USING LK-USER-ID LK-OPERADOR
               WHEN 'CHQDIF001 '
                   CALL 'CHQDIF001' USING LK-USER-ID LK-OPERADOR
               WHEN 'TRFPRG001 '
                   CALL 'TRFPRG001' USING LK-USER-ID LK-OPERADOR
               WHEN 'DEBAUT001 '
                   CALL 'DEBAUT001' USING LK-USER-ID LK-OPERADOR
               WHEN 'PLZFIJ001 '
                   CALL 'PLZFIJ001' USING LK-USER-ID LK-OPERADOR
               WHEN 'AMLMON001 '
                   CALL 'AMLMON001' USING LK-USER-ID LK-OPERADOR
               WHEN 'NOTIF001  '
                   CALL 'NOTIF001' USING LK-USER-ID LK-OPERADOR
               WHEN 'CIERDIA01 '
                   CALL 'CIERDIA01' USING LK-USER-ID LK-OPERADOR
           END-EVALUATE.
       330-END.

       400-RESUMEN.
           OPEN OUTPUT RESUMEN-FILE
           MOVE WS-SEPARADOR TO RESUMEN-RECORD
           PERFORM 410-LINEA
           MOVE SPACES TO RESUMEN-RECORD
           STRING "RESUMEN DE LA CORRIDA NOCTURNA - FECHA DE PROCESO "
                  WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO RESUMEN-RECORD
           PERFORM 410-LINEA
           MOVE SPACES TO RESUMEN-RECORD
           STRING "INICIO " WS-HORA-INICIO "   FIN " WS-HORA-FIN
                  "   OPERADOR " LK-OPERADOR
               DELIMITED BY SIZE INTO RESUMEN-RECORD
           PERFORM 410-LINEA
           MOVE WS-SEPARADOR TO RESUMEN-RECORD
           PERFORM 410-LINEA
           MOVE "PASO PROGRAMA   RESULTADO    INICIO FIN    DETALLE"
               TO RESUMEN-RECORD
           PERFORM 410-LINEA
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               EVALUATE WS-PS-ESTADO(WS-PS-IDX)
                   WHEN 'C'
                       MOVE "OK" TO WS-RESULTADO-DESC
                   WHEN 'Y'
                       MOVE "YA CORRIDO" TO WS-RESULTADO-DESC
                   WHEN 'E'
                       MOVE "ERROR" TO WS-RESULTADO-DESC
                   WHEN 'O'
                       MOVE "OMITIDO" TO WS-RESULTADO-DESC
                   WHEN OTHER
                       MOVE "PENDIENTE" TO WS-RESULTADO-DESC
               END-EVALUATE
               MOVE SPACES TO RESUMEN-RECORD
               STRING WS-PS-NRO(WS-PS-IDX) "   "
                      WS-PS-PROGRAMA(WS-PS-IDX) " "
                      WS-RESULTADO-DESC " "
                      WS-PS-INICIO(WS-PS-IDX) " "
                      WS-PS-FIN(WS-PS-IDX) " "
                      WS-PS-MENSAJE(WS-PS-IDX)
                   DELIMITED BY SIZE INTO RESUMEN-RECORD
               PERFORM 410-LINEA
           END-PERFORM
           MOVE WS-SEPARADOR TO RESUMEN-RECORD
           PERFORM 410-LINEA
           MOVE SPACES TO RESUMEN-RECORD
           STRING "PASOS: " WS-PS-COUNT "   OK: " WS-CANT-OK
                  "   YA CORRIDOS: " WS-CANT-YA
                  "   CON ERROR: " WS-CANT-ERROR
                  "   OMITIDOS: " WS-CANT-OMITIDOS
               DELIMITED BY SIZE INTO RESUMEN-RECORD
           PERFORM 410-LINEA
           IF WS-CANT-ERROR = 0 AND WS-CANT-OMITIDOS = 0
               MOVE "CORRIDA COMPLETA." TO RESUMEN-RECORD
           ELSE
               MOVE SPACES TO RESUMEN-RECORD
               STRING "CORRIDA INCOMPLETA: corregir la causa y "
                      "relanzar; los pasos ya completados no se "
                      "repiten."
                   DELIMITED BY SIZE INTO RESUMEN-RECORD
           END-IF
           PERFORM 410-LINEA
           MOVE WS-SEPARADOR TO RESUMEN-RECORD
           PERFORM 410-LINEA
           CLOSE RESUMEN-FILE.
       400-END.

       410-LINEA.
           WRITE RESUMEN-RECORD
           DISPLAY RESUMEN-RECORD.
       410-END.

       700-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'NOCTURNO    ' TO WS-REP-TIPO
           MOVE 'NOCTURNO_RESUMEN.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "FECHA " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       700-END.
       END PROGRAM NOCTUR001.

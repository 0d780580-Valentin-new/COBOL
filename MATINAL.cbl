      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Morning operations report -- run as the last step of
      *          the nightly ORQUESTA plan, it reads the night's
      *          journal (BITACORA_EJECUCION.TXT) and the outputs the
      *          operator used to open one by one: CHECKLIST_NOCTURNO
      *          .TXT, LOTE_ERRORES.TXT, EXCEPCIONES_GRADO.TXT, the
      *          RECONTRI report, EXCEPCIONES_RECHAZOS.TXT and
      *          DESPACHO_EXCEPCIONES.TXT. INFORME_MATINAL.TXT opens
      *          with a traffic-light verdict per company (VERDE,
      *          AMBAR, ROJO, with the first reason) and then gives
      *          one section per step of the night: return code,
      *          elapsed time against the step's average over the
      *          previous 30 nights of the journal, and the counts
      *          its output file holds -- rejected lote lines, held
      *          employees, fallback grades, bounced accounts,
      *          undelivered slips. A file is only read for the last
      *          step of tonight that writes it; anything older would
      *          be last night's news. The night's figures per company
      *          are kept in HISTORIA_MATINAL.DAT (a rerun the same
      *          night replaces them) and the last 14 nights close the
      *          report as a trend. Return code: 0 all green, 4 some
      *          amber, 8 some red or no night in the journal.
      *          Undelivered slips are the DISTRIBOL exception lines
      *          whose reason is SIN CONTACTO, SIN EMAIL or EMAIL
      *          REBOTADO; its CICLO MANUAL lines are slips handed to
      *          manual dispatch, not failures, and do not count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATINAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BITACORA-FILE
               ASSIGN TO "BITACORA_EJECUCION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.
           SELECT OPTIONAL CHECKLIST-FILE
               ASSIGN TO "CHECKLIST_NOCTURNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL LOTE-ERRORES-FILE
               ASSIGN TO "LOTE_ERRORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL GRADO-FILE
               ASSIGN TO "EXCEPCIONES_GRADO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL RECONTRI-FILE
               ASSIGN TO "RECONCILIACION_TRIPLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL RECHAZOS-FILE
               ASSIGN TO "EXCEPCIONES_RECHAZOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL DESPACHO-FILE
               ASSIGN TO "DESPACHO_EXCEPCIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT OPTIONAL EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO "CONTROL_EJECUCION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCE-CLAVE
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OPTIONAL HISTORIA-FILE
               ASSIGN TO "HISTORIA_MATINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIA-STATUS.
           SELECT TEMPORAL-FILE ASSIGN TO "HISTORIA_MATINAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPORAL-STATUS.
           SELECT INFORME-FILE ASSIGN TO "INFORME_MATINAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BITACORA-FILE.
       01  BITACORA-RECORD PIC X(100).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-RECORD PIC X(100).

       FD  LOTE-ERRORES-FILE.
       01  LOTE-ERRORES-RECORD PIC X(100).

       FD  GRADO-FILE.
       01  GRADO-RECORD PIC X(100).

       FD  RECONTRI-FILE.
       01  RECONTRI-RECORD PIC X(100).

       FD  RECHAZOS-FILE.
       01  RECHAZOS-RECORD PIC X(100).

       FD  DESPACHO-FILE.
       01  DESPACHO-RECORD PIC X(100).

       FD  EMPRESA-FILE.
       01  EMPRESA-RECORD PIC X(184).

       FD  RUN-CONTROL-FILE.
      * Must match the layout FACTURACION.cbl maintains.
       01  RUN-CONTROL-RECORD.
           05 RCE-CLAVE.
              10 RCE-EMPRESA PIC X(2).
              10 RCE-PERIODO PIC 9(6).
           05 RCE-ESTADO     PIC X(1).
           05 RCE-CHECKPOINT PIC 9(5).
           05 RCE-FECHA      PIC 9(8).
           05 RCE-EMPLEADOS  PIC 9(5).
           05 RCE-TOTAL      PIC 9(12)V9(2).

       FD  HISTORIA-FILE.
      * One line per night per company; the bounced accounts and
      * undelivered slips are the night's (they carry no company)
      * and repeat on every company's line.
       01  HISTORIA-RECORD.
           05 HM-FECHA          PIC 9(8).
           05 HM-EMPRESA        PIC X(2).
           05 HM-SEMAFORO       PIC X(5).
           05 HM-PASOS          PIC 9(3).
           05 HM-FALLIDOS       PIC 9(3).
           05 HM-SEGUNDOS       PIC 9(6).
           05 HM-RECHAZADAS     PIC 9(5).
           05 HM-RETENIDOS      PIC 9(5).
           05 HM-GRADOS         PIC 9(5).
           05 HM-REBOTADAS      PIC 9(5).
           05 HM-NO-ENTREGADOS  PIC 9(5).

       FD  TEMPORAL-FILE.
       01  TEMPORAL-RECORD PIC X(52).

       FD  INFORME-FILE.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 BITACORA-STATUS PIC X(2).
       01 ENTRADA-STATUS PIC X(2).
       01 EMPRESA-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 HISTORIA-STATUS PIC X(2).
       01 TEMPORAL-STATUS PIC X(2).
       01 INFORME-STATUS PIC X(2).
       01 NOMBRE-ARCHIVO-ERR PIC X(30).
       01 ESTADO-ARCHIVO-ERR PIC X(2).
           COPY EMPRESA.
       01 FECHA-SISTEMA PIC 9(8).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
      * Journal line, as ORQUESTA writes it.
       01 LINEA-BITACORA.
           05 BJ-FECHA    PIC 9(8).
           05 FILLER      PIC X(1).
           05 BJ-TIPO     PIC X(8).
           05 FILLER      PIC X(1).
           05 BJ-COMANDO  PIC X(40).
           05 FILLER      PIC X(1).
           05 BJ-INICIO   PIC 9(6).
           05 BJ-INICIO-R REDEFINES BJ-INICIO.
              10 BJ-INI-HH PIC 9(2).
              10 BJ-INI-MM PIC 9(2).
              10 BJ-INI-SS PIC 9(2).
           05 FILLER      PIC X(1).
           05 BJ-FIN      PIC 9(6).
           05 BJ-FIN-R REDEFINES BJ-FIN.
              10 BJ-FIN-HH PIC 9(2).
              10 BJ-FIN-MM PIC 9(2).
              10 BJ-FIN-SS PIC 9(2).
           05 FILLER      PIC X(4).
           05 BJ-RC       PIC 9(3).
           05 FILLER      PIC X(1).
           05 BJ-RESULTADO PIC X(12).
           05 FILLER      PIC X(8).
      * Any of the step outputs, read into one area and looked at
      * through the view of the program that wrote it.
       01 LINEA-LEIDA PIC X(100).
       01 LINEA-CHECK REDEFINES LINEA-LEIDA.
           05 CK-RESULTADO PIC X(7).
           05 FILLER       PIC X(2).
           05 FILLER       PIC X(60).
           05 CK-ROTULO    PIC X(8).
           05 CK-EMPRESA   PIC X(2).
           05 FILLER       PIC X(21).
       01 LINEA-LOTE REDEFINES LINEA-LEIDA.
           05 LE-MOTIVO    PIC X(12).
           05 FILLER       PIC X(2).
           05 FILLER       PIC X(8).
           05 LE-EMPRESA   PIC X(2).
           05 FILLER       PIC X(76).
       01 LINEA-RECONTRI REDEFINES LINEA-LEIDA.
           05 RT-CABECERA  PIC X(32).
           05 FILLER       PIC X(15).
           05 RT-EMPRESA   PIC X(2).
           05 FILLER       PIC X(51).
       01 LINEA-RECONTRI-PIE REDEFINES LINEA-LEIDA.
           05 RT-PIE       PIC X(19).
           05 FILLER       PIC X(37).
           05 RT-RUPTURAS  PIC 9(3).
           05 FILLER       PIC X(41).
      * The nights seen, oldest first: tonight plus the 30 before it
      * for the averages, the last 14 of the history for the trend.
       01 TABLA-NOCHES.
           05 NOCHE-FECHA OCCURS 31 TIMES PIC 9(8).
       01 NOCHES-EN-TABLA PIC 9(2) VALUE 0.
       01 NOCHES-MAXIMO PIC 9(2).
       01 FECHA-NOCHE PIC 9(8).
       01 SUB-NOCHE PIC 9(2).
       01 NOCHE-ACTUAL PIC 9(8) VALUE 0.
       01 NOCHE-DESDE PIC 9(8) VALUE 0.
       01 PERIODO-NOCHE PIC 9(6).
      * Tonight's steps in journal order, with the average of the same
      * plan type and command over the previous nights.
       01 TOTAL-PASOS PIC 9(2) VALUE 0.
       01 TABLA-PASOS.
           05 PASO-NOCHE OCCURS 40 TIMES.
              10 TP-TIPO       PIC X(8).
              10 TP-COMANDO    PIC X(40).
              10 TP-RC         PIC 9(3).
              10 TP-RESULTADO  PIC X(12).
              10 TP-SEGUNDOS   PIC 9(6).
              10 TP-SUMA       PIC 9(9).
              10 TP-VECES      PIC 9(3).
              10 TP-MEDIA      PIC 9(6).
              10 TP-CLASE      PIC X(1).
              10 TP-ULTIMO     PIC X(3).
              10 TP-EMPRESA    PIC X(2).
              10 TP-CIFRA-1    PIC 9(5).
              10 TP-CIFRA-2    PIC 9(5).
              10 TP-CIFRA-3    PIC 9(5).
              10 TP-VEREDICTO  PIC X(7).
              10 TP-NOTA       PIC X(60).
       01 SUB-PASO PIC 9(2).
       01 SUB-OTRO PIC 9(2).
       01 SEGUNDOS-INICIO PIC 9(6).
       01 SEGUNDOS-FIN PIC 9(6).
       01 SEGUNDOS-PASO PIC 9(6).
       01 SEGUNDOS-NOCHE PIC 9(6) VALUE 0.
       01 PASOS-FALLIDOS PIC 9(3) VALUE 0.
       01 CONTADOR-MARCA PIC 9(3).
      * A step counts as slow past half again its average.
       01 LIMITE-LENTO PIC 9(7).
      * Companies: EMPRESA.DAT's, plus any a step output names. The
      * level is 0 green, 1 amber, 2 red; the reason is the first one
      * that set it.
       01 TOTAL-EMPRESAS PIC 9(2) VALUE 0.
       01 TABLA-EMPRESAS.
           05 EMPRESA-NOCHE OCCURS 20 TIMES.
              10 TE-EMPRESA    PIC X(2).
              10 TE-NOMBRE     PIC X(40).
              10 TE-NIVEL      PIC 9(1).
              10 TE-MOTIVO     PIC X(60).
              10 TE-RECHAZADAS PIC 9(5).
              10 TE-RETENIDOS  PIC 9(5).
              10 TE-GRADOS     PIC 9(5).
       01 SUB-EMPRESA PIC 9(2).
       01 EMPRESA-BUSCADA PIC X(2).
       01 EMPRESA-HALLADA PIC 9(2).
      * "**" raises every company -- what the night did as a whole.
       01 EMPRESA-AFECTADA PIC X(2).
       01 NIVEL-NUEVO PIC 9(1).
       01 MOTIVO-NUEVO PIC X(60).
       01 NIVEL-NOCHE PIC 9(1) VALUE 0.
       01 REBOTADAS PIC 9(5) VALUE 0.
       01 NO-ENTREGADOS PIC 9(5) VALUE 0.
       01 CUENTA-LINEAS PIC 9(5).
       01 CUENTA-AVISOS PIC 9(5).
       01 SEMAFORO PIC X(5).
       01 LINEA-VEREDICTO.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LV-EMPRESA  PIC X(2).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LV-NOMBRE   PIC X(30).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LV-SEMAFORO PIC X(5).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LV-MOTIVO   PIC X(57).
       01 LINEA-PASO.
           05 FILLER      PIC X(5) VALUE "PASO ".
           05 LP-NUMERO   PIC Z9.
           05 FILLER      PIC X(2) VALUE ": ".
           05 LP-TIPO     PIC X(8).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LP-COMANDO  PIC X(40).
       01 LINEA-TIEMPO.
           05 FILLER      PIC X(5) VALUE "  RC=".
           05 LT-RC       PIC 9(3).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LT-RESULTADO PIC X(12).
           05 FILLER      PIC X(9) VALUE " DURACION".
           05 LT-SEGUNDOS PIC Z(5)9.
           05 FILLER      PIC X(9) VALUE " S  MEDIA".
           05 LT-MEDIA    PIC Z(5)9.
           05 FILLER      PIC X(4) VALUE " S (".
           05 LT-VECES    PIC ZZ9.
           05 FILLER      PIC X(11) VALUE " NOCHES)   ".
           05 LT-LENTO    PIC X(5).
       01 LINEA-TENDENCIA.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LN-FECHA    PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LN-EMPRESA  PIC X(2).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LN-SEMAFORO PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-PASOS    PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-FALLIDOS PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-SEGUNDOS PIC Z(7)9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-RECHAZADAS PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-RETENIDOS PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-GRADOS   PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-REBOTADAS PIC ZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LN-NO-ENTREGADOS PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM CARGAR-EMPRESAS.
           PERFORM BUSCAR-NOCHES-BITACORA.
           IF NOCHE-ACTUAL = 0
              DISPLAY "BITACORA_EJECUCION.TXT SIN EJECUCIONES -- NADA "
                      "QUE INFORMAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NOCHE-ACTUAL (1:6) TO PERIODO-NOCHE.
           PERFORM CARGAR-PASOS-NOCHE.
           PERFORM CALCULAR-MEDIAS.
           PERFORM CLASIFICAR-PASO
                   VARYING SUB-PASO FROM 1 BY 1
                   UNTIL SUB-PASO > TOTAL-PASOS.
           PERFORM EVALUAR-PASO
                   VARYING SUB-PASO FROM 1 BY 1
                   UNTIL SUB-PASO > TOTAL-PASOS.
           PERFORM REVISAR-CONTROL-EJECUCION.
           PERFORM ACTUALIZAR-HISTORIA.
           PERFORM ESCRIBIR-INFORME.
           DISPLAY "INFORME MATINAL DE LA NOCHE DEL " NOCHE-ACTUAL
                   " EN INFORME_MATINAL.TXT: " TOTAL-PASOS " PASOS, "
                   PASOS-FALLIDOS " FUERA DE CODIGO".
           PERFORM MOSTRAR-VEREDICTO
                   VARYING SUB-EMPRESA FROM 1 BY 1
                   UNTIL SUB-EMPRESA > TOTAL-EMPRESAS.
           IF NIVEL-NOCHE = 2
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NIVEL-NOCHE = 1
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       CARGAR-EMPRESAS.
      * Without EMPRESA.DAT the suite runs as the single company 01.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT EMPRESA-FILE.
           IF EMPRESA-STATUS = "00"
              PERFORM LEER-EMPRESA UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE EMPRESA-FILE.
           IF TOTAL-EMPRESAS = 0
              MOVE "01" TO EMPRESA-BUSCADA
              PERFORM BUSCAR-EMPRESA
           END-IF.

       LEER-EMPRESA.
           READ EMPRESA-FILE INTO LINEA-EMPRESA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF PE-EMPRESA = SPACES
                      MOVE "01" TO PE-EMPRESA
                   END-IF
                   MOVE PE-EMPRESA TO EMPRESA-BUSCADA
                   PERFORM BUSCAR-EMPRESA
                   IF EMPRESA-HALLADA > 0
                      MOVE PE-NOMBRE TO TE-NOMBRE (EMPRESA-HALLADA)
                   END-IF
           END-READ.

       BUSCAR-EMPRESA.
      * Finds EMPRESA-BUSCADA in the table, adding it if there is room.
           MOVE 0 TO EMPRESA-HALLADA.
           PERFORM VARYING SUB-EMPRESA FROM 1 BY 1
                   UNTIL SUB-EMPRESA > TOTAL-EMPRESAS
              IF TE-EMPRESA (SUB-EMPRESA) = EMPRESA-BUSCADA
                 MOVE SUB-EMPRESA TO EMPRESA-HALLADA
              END-IF
           END-PERFORM.
           IF EMPRESA-HALLADA = 0 AND TOTAL-EMPRESAS < 20
              ADD 1 TO TOTAL-EMPRESAS
              MOVE TOTAL-EMPRESAS TO EMPRESA-HALLADA
              MOVE EMPRESA-BUSCADA TO TE-EMPRESA (TOTAL-EMPRESAS)
              MOVE SPACES TO TE-NOMBRE (TOTAL-EMPRESAS)
              MOVE 0 TO TE-NIVEL (TOTAL-EMPRESAS)
              MOVE SPACES TO TE-MOTIVO (TOTAL-EMPRESAS)
              MOVE 0 TO TE-RECHAZADAS (TOTAL-EMPRESAS)
              MOVE 0 TO TE-RETENIDOS (TOTAL-EMPRESAS)
              MOVE 0 TO TE-GRADOS (TOTAL-EMPRESAS)
           END-IF.

       BUSCAR-NOCHES-BITACORA.
      * First pass: the journal grows night after night, so its last
      * date is tonight and the 30 distinct dates before it are the
      * nights the averages are taken over.
           MOVE 31 TO NOCHES-MAXIMO.
           MOVE 0 TO NOCHES-EN-TABLA.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BITACORA-FILE.
           IF BITACORA-STATUS = "00"
              PERFORM LEER-NOCHE-BITACORA UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE BITACORA-FILE.
           IF NOCHES-EN-TABLA > 0
              MOVE NOCHE-FECHA (NOCHES-EN-TABLA) TO NOCHE-ACTUAL
              MOVE NOCHE-ACTUAL TO NOCHE-DESDE
              IF NOCHES-EN-TABLA > 1
                 MOVE NOCHE-FECHA (1) TO NOCHE-DESDE
              END-IF
           END-IF.

       LEER-NOCHE-BITACORA.
           READ BITACORA-FILE INTO LINEA-BITACORA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF BJ-FECHA IS NUMERIC AND BJ-FECHA > 0
                      MOVE BJ-FECHA TO FECHA-NOCHE
                      PERFORM ANOTAR-NOCHE
                   END-IF
           END-READ.

       ANOTAR-NOCHE.
      * Keeps the last NOCHES-MAXIMO distinct dates, oldest first.
           IF NOCHES-EN-TABLA = 0
              ADD 1 TO NOCHES-EN-TABLA
              MOVE FECHA-NOCHE TO NOCHE-FECHA (1)
           ELSE
              IF FECHA-NOCHE NOT = NOCHE-FECHA (NOCHES-EN-TABLA)
                 IF NOCHES-EN-TABLA < NOCHES-MAXIMO
                    ADD 1 TO NOCHES-EN-TABLA
                 ELSE
                    PERFORM VARYING SUB-NOCHE FROM 1 BY 1
                            UNTIL SUB-NOCHE NOT < NOCHES-EN-TABLA
                       MOVE NOCHE-FECHA (SUB-NOCHE + 1)
                            TO NOCHE-FECHA (SUB-NOCHE)
                    END-PERFORM
                 END-IF
                 MOVE FECHA-NOCHE TO NOCHE-FECHA (NOCHES-EN-TABLA)
              END-IF
           END-IF.

       CARGAR-PASOS-NOCHE.
      * Second pass: tonight's lines, one step each.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BITACORA-FILE.
           PERFORM LEER-PASO-NOCHE UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE BITACORA-FILE.

       LEER-PASO-NOCHE.
           READ BITACORA-FILE INTO LINEA-BITACORA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF BJ-FECHA IS NUMERIC AND BJ-FECHA = NOCHE-ACTUAL
                      PERFORM ANOTAR-PASO-NOCHE
                   END-IF
           END-READ.

       ANOTAR-PASO-NOCHE.
           IF TOTAL-PASOS < 40
              ADD 1 TO TOTAL-PASOS
              PERFORM CALCULAR-SEGUNDOS
              MOVE BJ-TIPO TO TP-TIPO (TOTAL-PASOS)
              MOVE BJ-COMANDO TO TP-COMANDO (TOTAL-PASOS)
              MOVE BJ-RC TO TP-RC (TOTAL-PASOS)
              MOVE BJ-RESULTADO TO TP-RESULTADO (TOTAL-PASOS)
              MOVE SEGUNDOS-PASO TO TP-SEGUNDOS (TOTAL-PASOS)
              MOVE 0 TO TP-SUMA (TOTAL-PASOS)
              MOVE 0 TO TP-VECES (TOTAL-PASOS)
              MOVE 0 TO TP-MEDIA (TOTAL-PASOS)
              MOVE SPACE TO TP-CLASE (TOTAL-PASOS)
              MOVE "NO " TO TP-ULTIMO (TOTAL-PASOS)
              MOVE SPACES TO TP-EMPRESA (TOTAL-PASOS)
              MOVE 0 TO TP-CIFRA-1 (TOTAL-PASOS)
              MOVE 0 TO TP-CIFRA-2 (TOTAL-PASOS)
              MOVE 0 TO TP-CIFRA-3 (TOTAL-PASOS)
              MOVE SPACES TO TP-VEREDICTO (TOTAL-PASOS)
              MOVE SPACES TO TP-NOTA (TOTAL-PASOS)
              ADD SEGUNDOS-PASO TO SEGUNDOS-NOCHE
              IF BJ-RESULTADO NOT = "OK          "
                 ADD 1 TO PASOS-FALLIDOS
              END-IF
           END-IF.

       CALCULAR-SEGUNDOS.
      * A step running over midnight ends "before" it started.
           IF BJ-INICIO IS NUMERIC AND BJ-FIN IS NUMERIC
              COMPUTE SEGUNDOS-INICIO = BJ-INI-HH * 3600
                      + BJ-INI-MM * 60 + BJ-INI-SS
              COMPUTE SEGUNDOS-FIN = BJ-FIN-HH * 3600
                      + BJ-FIN-MM * 60 + BJ-FIN-SS
              IF SEGUNDOS-FIN < SEGUNDOS-INICIO
                 COMPUTE SEGUNDOS-PASO = SEGUNDOS-FIN + 86400
                         - SEGUNDOS-INICIO
              ELSE
                 COMPUTE SEGUNDOS-PASO = SEGUNDOS-FIN
                         - SEGUNDOS-INICIO
              END-IF
           ELSE
              MOVE 0 TO SEGUNDOS-PASO
           END-IF.

       CALCULAR-MEDIAS.
      * Third pass: the earlier nights' runs of each of tonight's
      * steps (same plan type, same command).
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BITACORA-FILE.
           PERFORM LEER-PASO-ANTERIOR UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE BITACORA-FILE.
           PERFORM VARYING SUB-PASO FROM 1 BY 1
                   UNTIL SUB-PASO > TOTAL-PASOS
              IF TP-VECES (SUB-PASO) > 0
                 COMPUTE TP-MEDIA (SUB-PASO) ROUNDED =
                         TP-SUMA (SUB-PASO) / TP-VECES (SUB-PASO)
              END-IF
           END-PERFORM.

       LEER-PASO-ANTERIOR.
           READ BITACORA-FILE INTO LINEA-BITACORA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF BJ-FECHA IS NUMERIC
                      AND BJ-FECHA NOT < NOCHE-DESDE
                      AND BJ-FECHA < NOCHE-ACTUAL
                      PERFORM SUMAR-PASO-ANTERIOR
                   END-IF
           END-READ.

       SUMAR-PASO-ANTERIOR.
           PERFORM CALCULAR-SEGUNDOS.
           PERFORM VARYING SUB-PASO FROM 1 BY 1
                   UNTIL SUB-PASO > TOTAL-PASOS
              IF TP-TIPO (SUB-PASO) = BJ-TIPO
                 AND TP-COMANDO (SUB-PASO) = BJ-COMANDO
                 ADD SEGUNDOS-PASO TO TP-SUMA (SUB-PASO)
                 ADD 1 TO TP-VECES (SUB-PASO)
              END-IF
           END-PERFORM.

       CLASIFICAR-PASO.
      * Which output the step leaves behind, from the program its
      * command runs. Only the last step of a kind still has its file
      * as it left it -- an earlier one was overwritten tonight.
           MOVE 0 TO CONTADOR-MARCA.
           INSPECT TP-COMANDO (SUB-PASO) TALLYING CONTADOR-MARCA
                   FOR ALL "FACTURACI".
           IF CONTADOR-MARCA > 0
              MOVE "F" TO TP-CLASE (SUB-PASO)
           END-IF.
           MOVE 0 TO CONTADOR-MARCA.
           INSPECT TP-COMANDO (SUB-PASO) TALLYING CONTADOR-MARCA
                   FOR ALL "PREVUELO".
           IF CONTADOR-MARCA > 0
              MOVE "P" TO TP-CLASE (SUB-PASO)
           END-IF.
           MOVE 0 TO CONTADOR-MARCA.
           INSPECT TP-COMANDO (SUB-PASO) TALLYING CONTADOR-MARCA
                   FOR ALL "BANRECH".
           IF CONTADOR-MARCA > 0
              MOVE "B" TO TP-CLASE (SUB-PASO)
           END-IF.
           MOVE 0 TO CONTADOR-MARCA.
           INSPECT TP-COMANDO (SUB-PASO) TALLYING CONTADOR-MARCA
                   FOR ALL "RECONTRI".
           IF CONTADOR-MARCA > 0
              MOVE "R" TO TP-CLASE (SUB-PASO)
           END-IF.
           MOVE 0 TO CONTADOR-MARCA.
           INSPECT TP-COMANDO (SUB-PASO) TALLYING CONTADOR-MARCA
                   FOR ALL "DISTRIBOL".
           IF CONTADOR-MARCA > 0
              MOVE "D" TO TP-CLASE (SUB-PASO)
           END-IF.
           IF TP-CLASE (SUB-PASO) NOT = SPACE
              MOVE "SI " TO TP-ULTIMO (SUB-PASO)
              PERFORM VARYING SUB-OTRO FROM 1 BY 1
                      UNTIL SUB-OTRO NOT < SUB-PASO
                 IF TP-CLASE (SUB-OTRO) = TP-CLASE (SUB-PASO)
                    MOVE "NO " TO TP-ULTIMO (SUB-OTRO)
                 END-IF
              END-PERFORM
           END-IF.

       EVALUAR-PASO.
      * The step's own outcome first -- a chain stopped here is red
      * for everyone, a step out of code or well over its usual time
      * is amber -- then what its output file holds.
           IF TP-RESULTADO (SUB-PASO) = "PARA CADENA "
              MOVE "**" TO EMPRESA-AFECTADA
              MOVE 2 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING "CADENA DETENIDA EN EL PASO " SUB-PASO
                     " (RC " TP-RC (SUB-PASO) ")"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.
           IF TP-RESULTADO (SUB-PASO) = "FUERA CODIGO"
              MOVE "**" TO EMPRESA-AFECTADA
              MOVE 1 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING "PASO " SUB-PASO " FUERA DE CODIGO (RC "
                     TP-RC (SUB-PASO) ")"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.
           IF TP-VECES (SUB-PASO) > 0
              COMPUTE LIMITE-LENTO = TP-MEDIA (SUB-PASO) * 3 / 2
              IF TP-SEGUNDOS (SUB-PASO) > LIMITE-LENTO
                 MOVE "**" TO EMPRESA-AFECTADA
                 MOVE 1 TO NIVEL-NUEVO
                 MOVE SPACES TO MOTIVO-NUEVO
                 STRING "PASO " SUB-PASO " MUY POR ENCIMA DE SU "
                        "TIEMPO MEDIO"
                     DELIMITED BY SIZE INTO MOTIVO-NUEVO
                 END-STRING
                 PERFORM ELEVAR-NIVEL
              END-IF
           END-IF.
           IF TP-CLASE (SUB-PASO) NOT = SPACE
              IF TP-ULTIMO (SUB-PASO) NOT = "SI "
                 MOVE "SALIDA SOBRESCRITA POR UN PASO POSTERIOR"
                      TO TP-NOTA (SUB-PASO)
              ELSE
                 EVALUATE TP-CLASE (SUB-PASO)
                     WHEN "F"
                         PERFORM EVALUAR-FACTURACION
                     WHEN "P"
                         PERFORM EVALUAR-CHECKLIST
                     WHEN "B"
                         PERFORM EVALUAR-RECHAZOS
                     WHEN "R"
                         PERFORM EVALUAR-RECONTRI
                     WHEN "D"
                         PERFORM EVALUAR-DESPACHO
                 END-EVALUATE
              END-IF
           END-IF.

       EVALUAR-FACTURACION.
      * LOTE_ERRORES.TXT: rejected lote lines, RETENIDO lines for the
      * employees held, and the TOTALES line naming the company. No
      * TOTALES line means the run never reached its end.
           MOVE 0 TO CUENTA-LINEAS CUENTA-AVISOS.
           MOVE "**" TO TP-EMPRESA (SUB-PASO).
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT LOTE-ERRORES-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-LOTE-ERRORES UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE LOTE-ERRORES-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-1 (SUB-PASO).
           MOVE CUENTA-AVISOS TO TP-CIFRA-2 (SUB-PASO).
           MOVE 0 TO CUENTA-LINEAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT GRADO-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CONTAR-GRADO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE GRADO-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-3 (SUB-PASO).
           MOVE TP-EMPRESA (SUB-PASO) TO EMPRESA-AFECTADA.
           IF TP-EMPRESA (SUB-PASO) = "**"
              MOVE "SIN TOTALES EN LOTE_ERRORES: NOMINA SIN TERMINAR"
                   TO TP-NOTA (SUB-PASO)
              MOVE 2 TO NIVEL-NUEVO
              MOVE "LA NOMINA NO LLEGO A SU FIN (SIN TOTALES)"
                   TO MOTIVO-NUEVO
              PERFORM ELEVAR-NIVEL
           ELSE
              MOVE TP-EMPRESA (SUB-PASO) TO EMPRESA-BUSCADA
              PERFORM BUSCAR-EMPRESA
              IF EMPRESA-HALLADA > 0
                 ADD TP-CIFRA-1 (SUB-PASO)
                     TO TE-RECHAZADAS (EMPRESA-HALLADA)
                 ADD TP-CIFRA-2 (SUB-PASO)
                     TO TE-RETENIDOS (EMPRESA-HALLADA)
                 ADD TP-CIFRA-3 (SUB-PASO)
                     TO TE-GRADOS (EMPRESA-HALLADA)
              END-IF
           END-IF.
           IF TP-CIFRA-1 (SUB-PASO) > 0 OR TP-CIFRA-2 (SUB-PASO) > 0
              OR TP-CIFRA-3 (SUB-PASO) > 0
              MOVE 1 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING "NOMINA: " TP-CIFRA-1 (SUB-PASO) " RECHAZADAS, "
                     TP-CIFRA-2 (SUB-PASO) " RETENIDOS, "
                     TP-CIFRA-3 (SUB-PASO) " GRADOS POR DEFECTO"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.

       LEER-LOTE-ERRORES.
           READ LOTE-ERRORES-FILE INTO LINEA-LEIDA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   EVALUATE LE-MOTIVO
                       WHEN "TOTALES     "
                           MOVE LE-EMPRESA TO TP-EMPRESA (SUB-PASO)
                       WHEN "RETENIDO    "
                           ADD 1 TO CUENTA-AVISOS
                       WHEN OTHER
                           ADD 1 TO CUENTA-LINEAS
                   END-EVALUATE
           END-READ.

       CONTAR-GRADO.
           READ GRADO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   ADD 1 TO CUENTA-LINEAS
           END-READ.

       EVALUAR-CHECKLIST.
      * CHECKLIST_NOCTURNO.TXT: FALLO and AVISO lines, and the go/no-go
      * line that names the company checked.
           MOVE 0 TO CUENTA-LINEAS CUENTA-AVISOS.
           MOVE "**" TO TP-EMPRESA (SUB-PASO).
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT CHECKLIST-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
              PERFORM ANOTAR-SIN-ARCHIVO
           END-IF.
           PERFORM LEER-CHECKLIST UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE CHECKLIST-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-1 (SUB-PASO).
           MOVE CUENTA-AVISOS TO TP-CIFRA-2 (SUB-PASO).
           MOVE TP-EMPRESA (SUB-PASO) TO EMPRESA-AFECTADA.
           IF TP-VEREDICTO (SUB-PASO) = "NO-GO  "
              MOVE 2 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING "CHECKLIST NO-GO: " TP-CIFRA-1 (SUB-PASO)
                     " FALLOS"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           ELSE
              IF TP-CIFRA-2 (SUB-PASO) > 0
                 MOVE 1 TO NIVEL-NUEVO
                 MOVE SPACES TO MOTIVO-NUEVO
                 STRING "CHECKLIST CON " TP-CIFRA-2 (SUB-PASO)
                        " AVISOS"
                     DELIMITED BY SIZE INTO MOTIVO-NUEVO
                 END-STRING
                 PERFORM ELEVAR-NIVEL
              END-IF
           END-IF.

       LEER-CHECKLIST.
           READ CHECKLIST-FILE INTO LINEA-LEIDA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   EVALUATE CK-RESULTADO
                       WHEN "FALLO  "
                           ADD 1 TO CUENTA-LINEAS
                       WHEN "AVISO  "
                           ADD 1 TO CUENTA-AVISOS
                       WHEN "GO     "
                       WHEN "NO-GO  "
                           MOVE CK-RESULTADO TO TP-VEREDICTO (SUB-PASO)
                           IF CK-ROTULO = "EMPRESA "
                              MOVE CK-EMPRESA TO TP-EMPRESA (SUB-PASO)
                           END-IF
                   END-EVALUATE
           END-READ.

       EVALUAR-RECHAZOS.
      * EXCEPCIONES_RECHAZOS.TXT: one line per bounced transfer the
      * bank sent back without a matching payment.
           MOVE 0 TO CUENTA-LINEAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT RECHAZOS-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
              PERFORM ANOTAR-SIN-ARCHIVO
           END-IF.
           PERFORM CONTAR-RECHAZO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE RECHAZOS-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-1 (SUB-PASO).
           ADD CUENTA-LINEAS TO REBOTADAS.
           IF CUENTA-LINEAS > 0
              MOVE "**" TO EMPRESA-AFECTADA
              MOVE 1 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING CUENTA-LINEAS " CUENTAS DEVUELTAS POR EL BANCO "
                     "SIN PAREJA"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.

       CONTAR-RECHAZO.
           READ RECHAZOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   ADD 1 TO CUENTA-LINEAS
           END-READ.

       EVALUAR-RECONTRI.
      * RECONCILIACION_TRIPLE.TXT: the heading names the company, the
      * closing line the breaks -- money that does not tie is red.
           MOVE 0 TO CUENTA-LINEAS.
           MOVE "**" TO TP-EMPRESA (SUB-PASO).
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT RECONTRI-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
              PERFORM ANOTAR-SIN-ARCHIVO
           END-IF.
           PERFORM LEER-RECONTRI UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE RECONTRI-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-1 (SUB-PASO).
           IF CUENTA-LINEAS > 0
              MOVE TP-EMPRESA (SUB-PASO) TO EMPRESA-AFECTADA
              MOVE 2 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING "CONCILIACION TRIPLE CON " CUENTA-LINEAS
                     " RUPTURAS"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.

       LEER-RECONTRI.
           READ RECONTRI-FILE INTO LINEA-LEIDA
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF RT-CABECERA = "CONCILIACION TRIPLE DEL PERIODO "
                      AND RT-EMPRESA NOT = SPACES
                      MOVE RT-EMPRESA TO TP-EMPRESA (SUB-PASO)
                   END-IF
                   IF RT-PIE = "SOLO EN HISTORIAL: "
                      AND RT-RUPTURAS IS NUMERIC
                      MOVE RT-RUPTURAS TO CUENTA-LINEAS
                   END-IF
           END-READ.

       EVALUAR-DESPACHO.
      * DESPACHO_EXCEPCIONES.TXT: one line per slip DISTRIBOL could
      * not hand to the mail gateway, reason first. CICLO MANUAL
      * lines are weekly/biweekly slips routed to manual dispatch on
      * purpose -- only the three undeliverable reasons count.
           MOVE 0 TO CUENTA-LINEAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT DESPACHO-FILE.
           IF ENTRADA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
              PERFORM ANOTAR-SIN-ARCHIVO
           END-IF.
           PERFORM CONTAR-DESPACHO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE DESPACHO-FILE.
           MOVE CUENTA-LINEAS TO TP-CIFRA-1 (SUB-PASO).
           ADD CUENTA-LINEAS TO NO-ENTREGADOS.
           IF CUENTA-LINEAS > 0
              MOVE "**" TO EMPRESA-AFECTADA
              MOVE 1 TO NIVEL-NUEVO
              MOVE SPACES TO MOTIVO-NUEVO
              STRING CUENTA-LINEAS " BOLETINES NO ENTREGADOS"
                  DELIMITED BY SIZE INTO MOTIVO-NUEVO
              END-STRING
              PERFORM ELEVAR-NIVEL
           END-IF.

       CONTAR-DESPACHO.
           READ DESPACHO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF DESPACHO-RECORD (1:14) = "SIN CONTACTO  "
                      OR DESPACHO-RECORD (1:14) = "SIN EMAIL     "
                      OR DESPACHO-RECORD (1:14) = "EMAIL REBOTADO"
                      ADD 1 TO CUENTA-LINEAS
                   END-IF
           END-READ.

       ANOTAR-SIN-ARCHIVO.
      * The step ran but left nothing to read, so no figures either.
           MOVE "EL PASO NO DEJO SU ARCHIVO DE SALIDA"
                TO TP-NOTA (SUB-PASO).
           MOVE "NO " TO TP-ULTIMO (SUB-PASO).
           MOVE "**" TO EMPRESA-AFECTADA.
           MOVE 1 TO NIVEL-NUEVO.
           MOVE SPACES TO MOTIVO-NUEVO.
           STRING "PASO " SUB-PASO " SIN ARCHIVO DE SALIDA"
               DELIMITED BY SIZE INTO MOTIVO-NUEVO
           END-STRING.
           PERFORM ELEVAR-NIVEL.

       REVISAR-CONTROL-EJECUCION.
      * A company whose run of the period is still in flight ("E")
      * did not finish tonight, whatever the journal says.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
              PERFORM REVISAR-CONTROL-EMPRESA
                      VARYING SUB-EMPRESA FROM 1 BY 1
                      UNTIL SUB-EMPRESA > TOTAL-EMPRESAS
              CLOSE RUN-CONTROL-FILE
           END-IF.

       REVISAR-CONTROL-EMPRESA.
           MOVE TE-EMPRESA (SUB-EMPRESA) TO RCE-EMPRESA.
           MOVE PERIODO-NOCHE TO RCE-PERIODO.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCE-ESTADO = "E"
                      MOVE TE-EMPRESA (SUB-EMPRESA)
                           TO EMPRESA-AFECTADA
                      MOVE 2 TO NIVEL-NUEVO
                      MOVE SPACES TO MOTIVO-NUEVO
                      STRING "NOMINA DEL PERIODO " PERIODO-NOCHE
                             " A MEDIAS (EN CURSO TRAS EL "
                             RCE-CHECKPOINT ")"
                          DELIMITED BY SIZE INTO MOTIVO-NUEVO
                      END-STRING
                      PERFORM ELEVAR-NIVEL
                   END-IF
           END-READ.

       ELEVAR-NIVEL.
      * Raises EMPRESA-AFECTADA (every company for "**") to
      * NIVEL-NUEVO; the reason kept is the first at the new level.
           IF EMPRESA-AFECTADA NOT = "**"
              MOVE EMPRESA-AFECTADA TO EMPRESA-BUSCADA
              PERFORM BUSCAR-EMPRESA
           END-IF.
           PERFORM VARYING SUB-EMPRESA FROM 1 BY 1
                   UNTIL SUB-EMPRESA > TOTAL-EMPRESAS
              IF (EMPRESA-AFECTADA = "**"
                  OR TE-EMPRESA (SUB-EMPRESA) = EMPRESA-AFECTADA)
                 AND NIVEL-NUEVO > TE-NIVEL (SUB-EMPRESA)
                 MOVE NIVEL-NUEVO TO TE-NIVEL (SUB-EMPRESA)
                 MOVE MOTIVO-NUEVO TO TE-MOTIVO (SUB-EMPRESA)
              END-IF
           END-PERFORM.
           IF NIVEL-NUEVO > NIVEL-NOCHE
              MOVE NIVEL-NUEVO TO NIVEL-NOCHE
           END-IF.

       PONER-SEMAFORO.
           EVALUATE TE-NIVEL (SUB-EMPRESA)
               WHEN 2
                   MOVE "ROJO " TO SEMAFORO
               WHEN 1
                   MOVE "AMBAR" TO SEMAFORO
               WHEN OTHER
                   MOVE "VERDE" TO SEMAFORO
           END-EVALUATE.

       MOSTRAR-VEREDICTO.
           PERFORM PONER-SEMAFORO.
           DISPLAY "  EMPRESA " TE-EMPRESA (SUB-EMPRESA) ": "
                   SEMAFORO " " TE-MOTIVO (SUB-EMPRESA).

       ACTUALIZAR-HISTORIA.
      * Tonight's lines replace any an earlier run of this report
      * left for the same night: the history goes to a temp copy
      * without them and comes back with the new ones appended.
           OPEN OUTPUT TEMPORAL-FILE.
           IF TEMPORAL-STATUS NOT = "00"
              MOVE "HISTORIA_MATINAL.TMP" TO NOMBRE-ARCHIVO-ERR
              MOVE TEMPORAL-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HISTORIA-FILE.
           IF HISTORIA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM COPIAR-HISTORIA-A-TEMPORAL UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE HISTORIA-FILE.
           CLOSE TEMPORAL-FILE.
           OPEN INPUT TEMPORAL-FILE.
           OPEN OUTPUT HISTORIA-FILE.
           IF HISTORIA-STATUS NOT = "00" AND HISTORIA-STATUS NOT = "05"
              MOVE "HISTORIA_MATINAL.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE HISTORIA-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           PERFORM COPIAR-TEMPORAL-A-HISTORIA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE TEMPORAL-FILE.
           PERFORM GRABAR-HISTORIA-EMPRESA
                   VARYING SUB-EMPRESA FROM 1 BY 1
                   UNTIL SUB-EMPRESA > TOTAL-EMPRESAS.
           CLOSE HISTORIA-FILE.

       COPIAR-HISTORIA-A-TEMPORAL.
           READ HISTORIA-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF HM-FECHA NOT = NOCHE-ACTUAL
                      WRITE TEMPORAL-RECORD FROM HISTORIA-RECORD
                      IF TEMPORAL-STATUS NOT = "00"
                         MOVE "HISTORIA_MATINAL.TMP"
                              TO NOMBRE-ARCHIVO-ERR
                         MOVE TEMPORAL-STATUS TO ESTADO-ARCHIVO-ERR
                         PERFORM ABORTAR-POR-ESTADO
                      END-IF
                   END-IF
           END-READ.

       COPIAR-TEMPORAL-A-HISTORIA.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   WRITE HISTORIA-RECORD FROM TEMPORAL-RECORD
                   PERFORM VERIFICAR-ESCRITURA-HISTORIA
           END-READ.

       GRABAR-HISTORIA-EMPRESA.
           PERFORM PONER-SEMAFORO.
           MOVE NOCHE-ACTUAL TO HM-FECHA.
           MOVE TE-EMPRESA (SUB-EMPRESA) TO HM-EMPRESA.
           MOVE SEMAFORO TO HM-SEMAFORO.
           MOVE TOTAL-PASOS TO HM-PASOS.
           MOVE PASOS-FALLIDOS TO HM-FALLIDOS.
           MOVE SEGUNDOS-NOCHE TO HM-SEGUNDOS.
           MOVE TE-RECHAZADAS (SUB-EMPRESA) TO HM-RECHAZADAS.
           MOVE TE-RETENIDOS (SUB-EMPRESA) TO HM-RETENIDOS.
           MOVE TE-GRADOS (SUB-EMPRESA) TO HM-GRADOS.
           MOVE REBOTADAS TO HM-REBOTADAS.
           MOVE NO-ENTREGADOS TO HM-NO-ENTREGADOS.
           WRITE HISTORIA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-HISTORIA.

       VERIFICAR-ESCRITURA-HISTORIA.
           IF HISTORIA-STATUS NOT = "00"
              MOVE "HISTORIA_MATINAL.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE HISTORIA-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           MOVE SPACES TO INFORME-RECORD.
           STRING "INFORME MATINAL DE LA NOCHE DEL " NOCHE-ACTUAL
                  " (EMITIDO EL " FECHA-SISTEMA ")"
               DELIMITED BY SIZE INTO INFORME-RECORD
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           PERFORM GRABAR-LINEA-BLANCO.
           MOVE "VEREDICTO POR EMPRESA" TO INFORME-RECORD.
           PERFORM GRABAR-LINEA-INFORME.
           PERFORM ESCRIBIR-VEREDICTO
                   VARYING SUB-EMPRESA FROM 1 BY 1
                   UNTIL SUB-EMPRESA > TOTAL-EMPRESAS.
           PERFORM GRABAR-LINEA-BLANCO.
           PERFORM ESCRIBIR-SECCION-PASO
                   VARYING SUB-PASO FROM 1 BY 1
                   UNTIL SUB-PASO > TOTAL-PASOS.
           MOVE SPACES TO INFORME-RECORD.
           STRING "NOCHE: " TOTAL-PASOS " PASOS, " PASOS-FALLIDOS
                  " FUERA DE CODIGO, " SEGUNDOS-NOCHE " S EN TOTAL"
               DELIMITED BY SIZE INTO INFORME-RECORD
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           PERFORM GRABAR-LINEA-BLANCO.
           PERFORM ESCRIBIR-TENDENCIA.
           CLOSE INFORME-FILE.

       ESCRIBIR-VEREDICTO.
           PERFORM PONER-SEMAFORO.
           MOVE TE-EMPRESA (SUB-EMPRESA) TO LV-EMPRESA.
           MOVE TE-NOMBRE (SUB-EMPRESA) TO LV-NOMBRE.
           MOVE SEMAFORO TO LV-SEMAFORO.
           MOVE TE-MOTIVO (SUB-EMPRESA) TO LV-MOTIVO.
           WRITE INFORME-RECORD FROM LINEA-VEREDICTO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       ESCRIBIR-SECCION-PASO.
           MOVE SUB-PASO TO LP-NUMERO.
           MOVE TP-TIPO (SUB-PASO) TO LP-TIPO.
           MOVE TP-COMANDO (SUB-PASO) TO LP-COMANDO.
           WRITE INFORME-RECORD FROM LINEA-PASO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE TP-RC (SUB-PASO) TO LT-RC.
           MOVE TP-RESULTADO (SUB-PASO) TO LT-RESULTADO.
           MOVE TP-SEGUNDOS (SUB-PASO) TO LT-SEGUNDOS.
           MOVE TP-MEDIA (SUB-PASO) TO LT-MEDIA.
           MOVE TP-VECES (SUB-PASO) TO LT-VECES.
           MOVE SPACES TO LT-LENTO.
           IF TP-VECES (SUB-PASO) > 0
              COMPUTE LIMITE-LENTO = TP-MEDIA (SUB-PASO) * 3 / 2
              IF TP-SEGUNDOS (SUB-PASO) > LIMITE-LENTO
                 MOVE "LENTO" TO LT-LENTO
              END-IF
           END-IF.
           WRITE INFORME-RECORD FROM LINEA-TIEMPO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE SPACES TO INFORME-RECORD.
           IF TP-ULTIMO (SUB-PASO) = "SI "
              EVALUATE TP-CLASE (SUB-PASO)
                  WHEN "F"
                      STRING "  EMPRESA " TP-EMPRESA (SUB-PASO)
                             "  LINEAS RECHAZADAS "
                             TP-CIFRA-1 (SUB-PASO)
                             "  RETENIDOS " TP-CIFRA-2 (SUB-PASO)
                             "  GRADOS POR DEFECTO "
                             TP-CIFRA-3 (SUB-PASO)
                          DELIMITED BY SIZE INTO INFORME-RECORD
                      END-STRING
                  WHEN "P"
                      STRING "  EMPRESA " TP-EMPRESA (SUB-PASO)
                             "  " TP-VEREDICTO (SUB-PASO)
                             "  FALLOS " TP-CIFRA-1 (SUB-PASO)
                             "  AVISOS " TP-CIFRA-2 (SUB-PASO)
                          DELIMITED BY SIZE INTO INFORME-RECORD
                      END-STRING
                  WHEN "B"
                      STRING "  CUENTAS DEVUELTAS SIN PAREJA "
                             TP-CIFRA-1 (SUB-PASO)
                          DELIMITED BY SIZE INTO INFORME-RECORD
                      END-STRING
                  WHEN "R"
                      STRING "  EMPRESA " TP-EMPRESA (SUB-PASO)
                             "  RUPTURAS " TP-CIFRA-1 (SUB-PASO)
                          DELIMITED BY SIZE INTO INFORME-RECORD
                      END-STRING
                  WHEN "D"
                      STRING "  BOLETINES NO ENTREGADOS "
                             TP-CIFRA-1 (SUB-PASO)
                          DELIMITED BY SIZE INTO INFORME-RECORD
                      END-STRING
              END-EVALUATE
           END-IF.
           IF INFORME-RECORD NOT = SPACES
              PERFORM GRABAR-LINEA-INFORME
           END-IF.
           IF TP-NOTA (SUB-PASO) NOT = SPACES
              MOVE SPACES TO INFORME-RECORD
              STRING "  * " TP-NOTA (SUB-PASO)
                  DELIMITED BY SIZE INTO INFORME-RECORD
              END-STRING
              PERFORM GRABAR-LINEA-INFORME
           END-IF.

       ESCRIBIR-TENDENCIA.
      * The last 14 nights of the history, as kept.
           MOVE 14 TO NOCHES-MAXIMO.
           MOVE 0 TO NOCHES-EN-TABLA.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HISTORIA-FILE.
           IF HISTORIA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-NOCHE-HISTORIA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE HISTORIA-FILE.
           MOVE 0 TO NOCHE-DESDE.
           IF NOCHES-EN-TABLA > 0
              MOVE NOCHE-FECHA (1) TO NOCHE-DESDE
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           STRING "TENDENCIA (ULTIMAS " NOCHES-EN-TABLA " NOCHES)"
               DELIMITED BY SIZE INTO INFORME-RECORD
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE "  NOCHE     EM  SEMAF PASOS  FALL SEGUNDOS RECHA RETEN"
                TO INFORME-RECORD.
           MOVE " GRADO REBOT NOENT" TO INFORME-RECORD (55:18).
           PERFORM GRABAR-LINEA-INFORME.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HISTORIA-FILE.
           IF HISTORIA-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM ESCRIBIR-LINEA-TENDENCIA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE HISTORIA-FILE.

       LEER-NOCHE-HISTORIA.
           READ HISTORIA-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE HM-FECHA TO FECHA-NOCHE
                   PERFORM ANOTAR-NOCHE
           END-READ.

       ESCRIBIR-LINEA-TENDENCIA.
           READ HISTORIA-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF HM-FECHA NOT < NOCHE-DESDE
                      MOVE HM-FECHA TO LN-FECHA
                      MOVE HM-EMPRESA TO LN-EMPRESA
                      MOVE HM-SEMAFORO TO LN-SEMAFORO
                      MOVE HM-PASOS TO LN-PASOS
                      MOVE HM-FALLIDOS TO LN-FALLIDOS
                      MOVE HM-SEGUNDOS TO LN-SEGUNDOS
                      MOVE HM-RECHAZADAS TO LN-RECHAZADAS
                      MOVE HM-RETENIDOS TO LN-RETENIDOS
                      MOVE HM-GRADOS TO LN-GRADOS
                      MOVE HM-REBOTADAS TO LN-REBOTADAS
                      MOVE HM-NO-ENTREGADOS TO LN-NO-ENTREGADOS
                      WRITE INFORME-RECORD FROM LINEA-TENDENCIA
                      PERFORM VERIFICAR-ESCRITURA-INFORME
                   END-IF
           END-READ.

       GRABAR-LINEA-BLANCO.
           MOVE SPACES TO INFORME-RECORD.
           PERFORM GRABAR-LINEA-INFORME.

       GRABAR-LINEA-INFORME.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       VERIFICAR-ESCRITURA-INFORME.
           IF INFORME-STATUS NOT = "00"
              MOVE "INFORME_MATINAL.TXT" TO NOMBRE-ARCHIVO-ERR
              MOVE INFORME-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ABORTAR-POR-ESTADO.
           DISPLAY "ERROR DE E/S EN " NOMBRE-ARCHIVO-ERR
                   " ESTADO " ESTADO-ARCHIVO-ERR
                   ", INFORME MATINAL ABORTADO".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM MATINAL.

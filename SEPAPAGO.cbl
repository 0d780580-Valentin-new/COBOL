      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: SEPA credit-transfer message -- builds the ISO 20022
      *          pain.001 XML the bank now takes (SEPA_PAGOS.XML) from
      *          the run's PAGOS_BANCO.DAT detail lines, split-pay
      *          destinations included, and optionally BANRECH's
      *          REEMISION_BANCO.DAT re-issues. Debtor name, tax id
      *          and account come from the company's EMPRESA.DAT
      *          record; the creditor name from EMPLEADOS.DAT. Each
      *          input file's detail lines must tie to its own
      *          trailer (count and hash) before anything is written,
      *          and the group header's NbOfTxs/CtrlSum are those
      *          trailers added up, so the message ties to what the
      *          run produced. One PmtInf block per requested
      *          execution date. Account and amount go over exactly
      *          as on the detail line, so BANRECH still matches the
      *          bank's returns against PAGOS_BANCO.DAT; the
      *          EndToEndId carries period and employee id for the
      *          bank's own return advice. The fixed-width file is
      *          still written by the run and stays the reference.
      *          Only a released upload is sent: its seal must be
      *          released (LIBBANCO), of the period and company asked
      *          for, and must still reproduce over the file on disk,
      *          otherwise nothing is written and the return code is
      *          8. An off-cycle run's upload (PAGOS_FCI_AAAAMM_NN.DAT
      *          with its SELLO_FCI_AAAAMM_NN.DAT) can be sent in
      *          place of the period's, chosen at the prompt; its
      *          message and EndToEndIds carry FCI instead of NOM.
      *          Accounts are IBANs of up to 34 characters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPAPAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT OPTIONAL SELLO-FILE ASSIGN TO SELLO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELLO-STATUS.
           SELECT OPTIONAL REEMISION-FILE
               ASSIGN TO "REEMISION_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEMISION-STATUS.
           SELECT OPTIONAL EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT XML-FILE ASSIGN TO "SEPA_PAGOS.XML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XML-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  SELLO-FILE.
       01  SELLO-RECORD PIC X(102).

       FD  REEMISION-FILE.
       01  REEMISION-RECORD PIC X(54).

       FD  EMPRESA-FILE.
       01  EMPRESA-RECORD PIC X(184).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  XML-FILE.
       01  XML-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
           COPY EMPRESA.
           COPY SELLO.
       01 BANCO-STATUS PIC X(2).
      * The period's upload, or an off-cycle run's when asked for.
       01 ARCHIVO-A-ENVIAR PIC X(1) VALUE "N".
           88 ENVIAR-FUERA-CICLO VALUE "F".
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SELLO-NOMBRE PIC X(30) VALUE "SELLO_PAGOS.DAT".
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
       01 PREFIJO-MENSAJE PIC X(3) VALUE "NOM".
       01 REEMISION-STATUS PIC X(2).
       01 EMPRESA-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 XML-STATUS PIC X(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 PERIODO-PAGO PIC 9(6).
       01 FECHA-SISTEMA PIC 9(8).
       01 HORA-SISTEMA PIC 9(8).
       01 FECHA-EJEC-PAGOS PIC 9(8) VALUE 0.
       01 FECHA-EJEC-REEMISION PIC 9(8) VALUE 0.
       01 INCLUIR-REEMISION PIC X(3) VALUE "NO ".
           88 CON-REEMISION VALUE "SI ".
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 EMPRESA-CARGADA PIC X(3) VALUE "NO ".
           88 HAY-EMPRESA VALUE "SI ".
       01 MAESTRO-ABIERTO PIC X(3) VALUE "NO ".
           88 HAY-MAESTRO VALUE "SI ".
      * Anything that would make the message disagree with the run
      * refuses it whole -- a half-right payment file is worse than
      * none.
       01 ERRORES PIC 9(3) VALUE 0.
      * Same H/D/T shapes the run and BANRECH write.
       01 LINEA-BANCO-DET.
           05 LB-TIPO   PIC X(1).
           05 LB-EMP-ID PIC 9(5).
           05 LB-CUENTA PIC X(34).
           05 LB-NETO   PIC 9(10)V9(2).
       01 LINEA-BANCO-TRL.
           05 LBT-TIPO      PIC X(1).
           05 LBT-REGISTROS PIC 9(5).
           05 LBT-TOTAL     PIC 9(12)V9(2).
       01 LINEA-BANCO-CAB.
           05 LBC-TIPO    PIC X(1).
           05 LBC-NOMBRE  PIC X(23).
           05 LBC-NIF     PIC X(12).
           05 LBC-EMPRESA PIC X(2).
      * Per input file: what its detail lines add up to, and what its
      * trailer says they should.
       01 ARCHIVO-EN-CURSO PIC X(30).
       01 ORIGEN-EN-CURSO PIC X(1).
       01 FECHA-EN-CURSO PIC 9(8).
       01 DETALLES-ARCHIVO PIC 9(5).
       01 SUMA-ARCHIVO PIC 9(12)V9(2).
       01 TRAILER-VISTO PIC X(3).
           88 HAY-TRAILER VALUE "SI ".
       01 TRAILER-REGISTROS PIC 9(5).
       01 TRAILER-TOTAL PIC 9(12)V9(2).
       01 TOTAL-TRAILERS-REG PIC 9(5) VALUE 0.
       01 TOTAL-TRAILERS-IMP PIC 9(12)V9(2) VALUE 0.
      * Every transfer of the message, in file order.
       01 TOTAL-TRANSFERENCIAS PIC 9(4) VALUE 0.
       01 TABLA-TRANSFERENCIAS.
           05 TRANSFERENCIA OCCURS 1000 TIMES.
              10 TR-ORIGEN  PIC X(1).
              10 TR-EMP-ID  PIC 9(5).
              10 TR-CUENTA  PIC X(34).
              10 TR-IMPORTE PIC 9(10)V9(2).
              10 TR-FECHA   PIC 9(8).
       01 SUB-TRANSF PIC 9(4).
      * One PmtInf block per distinct execution date.
       01 TOTAL-FECHAS PIC 9(2) VALUE 0.
       01 TABLA-FECHAS.
           05 FECHA-BLOQUE OCCURS 10 TIMES.
              10 FB-FECHA    PIC 9(8).
              10 FB-CUENTA   PIC 9(5).
              10 FB-SUMA     PIC 9(12)V9(2).
       01 SUB-FECHA PIC 9(2).
       01 IDX-FECHA PIC 9(2).
       01 MENSAJE-ID PIC X(30).
       01 BLOQUE-ID PIC X(35).
       01 EXTREMO-ID PIC X(35).
       01 SECUENCIA-TRANSF PIC 9(5) VALUE 0.
       01 FECHA-ISO PIC X(10).
       01 FECHA-A-FORMATEAR PIC 9(8).
      * Text and figures go into the XML without their padding.
       01 TEXTO-ORIGEN PIC X(60).
       01 TEXTO-XML PIC X(200).
       01 LARGO-TEXTO PIC 9(3).
       01 LARGO-ORIGEN PIC 9(3).
       01 SUB-TEXTO PIC 9(3).
       01 PUNTERO-XML PIC 9(3).
       01 NIF-XML PIC X(12).
       01 LARGO-NIF PIC 9(3).
       01 NOMBRE-DEUDOR PIC X(200).
       01 LARGO-DEUDOR PIC 9(3).
       01 CUENTA-DEUDOR PIC X(34).
       01 LARGO-CUENTA-DEUDOR PIC 9(3).
       01 LARGO-CUENTA PIC 9(3).
       01 IMPORTE-EDITADO PIC Z(11)9.99.
       01 IMPORTE-INICIO PIC 9(2).
       01 CUENTA-EDITADA PIC Z(4)9.
       01 CUENTA-INICIO PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           DISPLAY "PERIODO DEL ARCHIVO DE PAGOS (AAAAMM)".
           ACCEPT PERIODO-PAGO.
           DISPLAY "FECHA DE EJECUCION SOLICITADA (AAAAMMDD, "
                   "0 = HOY)".
           ACCEPT FECHA-EJEC-PAGOS.
           IF FECHA-EJEC-PAGOS = 0
              MOVE FECHA-SISTEMA TO FECHA-EJEC-PAGOS
           END-IF.
           DISPLAY "INCLUIR REEMISION_BANCO.DAT? (SI /NO )".
           ACCEPT INCLUIR-REEMISION.
           IF CON-REEMISION
              DISPLAY "FECHA DE EJECUCION DE LA REEMISION (AAAAMMDD, "
                      "0 = HOY)"
              ACCEPT FECHA-EJEC-REEMISION
              IF FECHA-EJEC-REEMISION = 0
                 MOVE FECHA-SISTEMA TO FECHA-EJEC-REEMISION
              END-IF
           END-IF.
           DISPLAY "ARCHIVO DE PAGOS (ENTER=PAGOS_BANCO.DAT, "
                   "F=FUERA DE CICLO)".
           MOVE SPACES TO ARCHIVO-A-ENVIAR.
           ACCEPT ARCHIVO-A-ENVIAR.
           IF ENVIAR-FUERA-CICLO
              PERFORM NOMBRAR-PAGO-FCI
           END-IF.
           PERFORM CARGAR-EMPRESA.
           IF NOT HAY-EMPRESA
              DISPLAY "SIN REGISTRO DE EMPRESA " EMPRESA-PEDIDA
                      " EN EMPRESA.DAT -- NO HAY DEUDOR"
              ADD 1 TO ERRORES
           ELSE
              IF PE-BANCO = SPACES OR PE-NIF = SPACES
                 DISPLAY "EMPRESA.DAT SIN CUENTA O NIF DE LA EMPRESA "
                         EMPRESA-PEDIDA " (EMPRMANT)"
                 ADD 1 TO ERRORES
              END-IF
           END-IF.
           MOVE BANCO-NOMBRE TO ARCHIVO-EN-CURSO.
           MOVE "N" TO ORIGEN-EN-CURSO.
           IF ENVIAR-FUERA-CICLO
              MOVE "F" TO ORIGEN-EN-CURSO
           END-IF.
           MOVE FECHA-EJEC-PAGOS TO FECHA-EN-CURSO.
           PERFORM CARGAR-PAGOS-BANCO.
           PERFORM COMPROBAR-SELLO.
           IF CON-REEMISION
              MOVE "REEMISION_BANCO.DAT" TO ARCHIVO-EN-CURSO
              MOVE "R" TO ORIGEN-EN-CURSO
              MOVE FECHA-EJEC-REEMISION TO FECHA-EN-CURSO
              PERFORM CARGAR-REEMISION
           END-IF.
           IF TOTAL-TRANSFERENCIAS = 0
              DISPLAY "SIN TRANSFERENCIAS QUE ENVIAR"
              ADD 1 TO ERRORES
           END-IF.
      * A refused message also empties the last one, so yesterday's
      * file cannot be uploaded in its place.
           IF ERRORES > 0
              OPEN OUTPUT XML-FILE
              CLOSE XML-FILE
              DISPLAY "SEPA_PAGOS.XML NO GENERADO -- " ERRORES
                      " ERRORES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM AGRUPAR-POR-FECHA.
           PERFORM ESCRIBIR-MENSAJE.
           DISPLAY "SEPA_PAGOS.XML GENERADO, MENSAJE " MENSAJE-ID.
           DISPLAY TOTAL-TRANSFERENCIAS " TRANSFERENCIAS EN "
                   TOTAL-FECHAS " BLOQUES, TOTAL " TOTAL-TRAILERS-IMP.
           STOP RUN.

       NOMBRAR-PAGO-FCI.
           DISPLAY "NUMERO DEL PAGO FUERA DE CICLO (NN)".
           ACCEPT SFC-NUMERO.
           MOVE PERIODO-PAGO TO SFC-PERIODO.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           MOVE SPACES TO SELLO-NOMBRE.
           STRING "SELLO" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO SELLO-NOMBRE
           END-STRING.
           MOVE "FCI" TO PREFIJO-MENSAJE.

       CARGAR-EMPRESA.
           MOVE SPACES TO LINEA-EMPRESA.
           MOVE "NO " TO EMPRESA-CARGADA.
           OPEN INPUT EMPRESA-FILE.
           IF EMPRESA-STATUS = "00"
              PERFORM BUSCAR-REGISTRO-EMPRESA
                      UNTIL HAY-EMPRESA OR EMPRESA-STATUS NOT = "00"
           END-IF.
           CLOSE EMPRESA-FILE.

       BUSCAR-REGISTRO-EMPRESA.
           READ EMPRESA-FILE INTO LINEA-EMPRESA
               AT END
                   MOVE "10" TO EMPRESA-STATUS
               NOT AT END
                   IF PE-EMPRESA = SPACES
                      MOVE "01" TO PE-EMPRESA
                   END-IF
                   IF PE-EMPRESA = EMPRESA-PEDIDA
                      SET HAY-EMPRESA TO TRUE
                   END-IF
           END-READ.

       CARGAR-PAGOS-BANCO.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT BANCO-FILE.
           IF BANCO-STATUS NOT = "00"
              DISPLAY "NO SE PUEDE LEER " BANCO-NOMBRE ", ESTADO "
                      BANCO-STATUS
              ADD 1 TO ERRORES
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-PAGO-BANCO UNTIL HAY-FIN-DE-ARCHIVO.
           IF BANCO-STATUS = "00" OR BANCO-STATUS = "10"
              CLOSE BANCO-FILE
              PERFORM CUADRAR-ARCHIVO
           END-IF.

       COMPROBAR-SELLO.
      * Only a released upload goes to the bank: sealed by the run,
      * released by a second person in LIBBANCO, of this period and
      * company, and still the very file the seal vouches for.
           MOVE SPACES TO LINEA-SELLO.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE INTO LINEA-SELLO
                  AT END
                      MOVE SPACES TO LINEA-SELLO
              END-READ
              CLOSE SELLO-FILE
           ELSE
              IF SELLO-STATUS = "05"
                 CLOSE SELLO-FILE
              END-IF
           END-IF.
           IF NOT SP-LIBERADO
              DISPLAY BANCO-NOMBRE " SIN LIBERAR EN " SELLO-NOMBRE
                      " -- LIBERARLO EN LIBBANCO"
              ADD 1 TO ERRORES
           ELSE
              IF SP-PERIODO NOT = PERIODO-PAGO
                 OR SP-EMPRESA NOT = EMPRESA-PEDIDA
                 DISPLAY SELLO-NOMBRE " ES DEL PERIODO " SP-PERIODO
                         " EMPRESA " SP-EMPRESA ", NO DEL PEDIDO"
                 ADD 1 TO ERRORES
              ELSE
                 PERFORM CALCULAR-SELLO-BANCO
                 IF NOT HAY-ARCHIVO-SELLABLE
                    OR SELLO-CALCULADO NOT = SP-HASH
                    OR SELLO-REGISTROS NOT = SP-REGISTROS
                    OR SELLO-TOTAL NOT = SP-TOTAL
                    DISPLAY BANCO-NOMBRE " NO COINCIDE CON EL SELLO "
                            SP-REFERENCIA " -- ALTERADO TRAS LA "
                            "EJECUCION"
                    ADD 1 TO ERRORES
                 ELSE
                    DISPLAY BANCO-NOMBRE " (" SP-REFERENCIA
                            ") LIBERADO POR " SP-LIBERADOR
                 END-IF
              END-IF
           END-IF.

       LEER-PAGO-BANCO.
           READ BANCO-FILE INTO LINEA-BANCO-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM TRATAR-LINEA-BANCO
           END-READ.

       CARGAR-REEMISION.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT REEMISION-FILE.
           IF REEMISION-STATUS NOT = "00"
              DISPLAY "SIN REEMISION_BANCO.DAT, NADA QUE REEMITIR"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-REEMISION UNTIL HAY-FIN-DE-ARCHIVO.
           IF REEMISION-STATUS = "00" OR REEMISION-STATUS = "10"
              CLOSE REEMISION-FILE
              IF DETALLES-ARCHIVO > 0 OR HAY-TRAILER
                 PERFORM CUADRAR-ARCHIVO
              END-IF
           END-IF.

       LEER-REEMISION.
           READ REEMISION-FILE INTO LINEA-BANCO-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM TRATAR-LINEA-BANCO
           END-READ.

       INICIAR-ARCHIVO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           MOVE 0 TO DETALLES-ARCHIVO.
           MOVE 0 TO SUMA-ARCHIVO.
           MOVE "NO " TO TRAILER-VISTO.
           MOVE 0 TO TRAILER-REGISTROS.
           MOVE 0 TO TRAILER-TOTAL.

       TRATAR-LINEA-BANCO.
      * The run's "H" line names the company the file was paid
      * under -- a file of the other legal entity must not go out
      * under this one's debtor account.
           IF LB-TIPO = "H"
              MOVE LINEA-BANCO-DET TO LINEA-BANCO-CAB
              IF LBC-EMPRESA NOT = SPACES
                 AND LBC-EMPRESA NOT = EMPRESA-PEDIDA
                 DISPLAY ARCHIVO-EN-CURSO " ES DE LA EMPRESA "
                         LBC-EMPRESA ", NO DE LA " EMPRESA-PEDIDA
                 ADD 1 TO ERRORES
              END-IF
           END-IF.
           IF LB-TIPO = "D"
              ADD 1 TO DETALLES-ARCHIVO
              ADD LB-NETO TO SUMA-ARCHIVO
              IF TOTAL-TRANSFERENCIAS < 1000
                 ADD 1 TO TOTAL-TRANSFERENCIAS
                 MOVE TOTAL-TRANSFERENCIAS TO SUB-TRANSF
                 MOVE ORIGEN-EN-CURSO TO TR-ORIGEN (SUB-TRANSF)
                 MOVE LB-EMP-ID TO TR-EMP-ID (SUB-TRANSF)
                 MOVE LB-CUENTA TO TR-CUENTA (SUB-TRANSF)
                 MOVE LB-NETO TO TR-IMPORTE (SUB-TRANSF)
                 MOVE FECHA-EN-CURSO TO TR-FECHA (SUB-TRANSF)
              ELSE
                 DISPLAY "MAS DE 1000 TRANSFERENCIAS, MENSAJE "
                         "INCOMPLETO"
                 ADD 1 TO ERRORES
              END-IF
           END-IF.
           IF LB-TIPO = "T"
              MOVE LINEA-BANCO-DET TO LINEA-BANCO-TRL
              SET HAY-TRAILER TO TRUE
              MOVE LBT-REGISTROS TO TRAILER-REGISTROS
              MOVE LBT-TOTAL TO TRAILER-TOTAL
           END-IF.

       CUADRAR-ARCHIVO.
      * No trailer means a run that never finished -- its file is not
      * fit to upload in any format.
           IF NOT HAY-TRAILER
              DISPLAY ARCHIVO-EN-CURSO " SIN TRAILER -- EJECUCION "
                      "INCOMPLETA"
              ADD 1 TO ERRORES
           ELSE
              IF TRAILER-REGISTROS NOT = DETALLES-ARCHIVO
                 OR TRAILER-TOTAL NOT = SUMA-ARCHIVO
                 DISPLAY ARCHIVO-EN-CURSO " NO CUADRA CON SU TRAILER: "
                         DETALLES-ARCHIVO "/" TRAILER-REGISTROS " "
                         SUMA-ARCHIVO "/" TRAILER-TOTAL
                 ADD 1 TO ERRORES
              ELSE
                 ADD TRAILER-REGISTROS TO TOTAL-TRAILERS-REG
                 ADD TRAILER-TOTAL TO TOTAL-TRAILERS-IMP
              END-IF
           END-IF.

       AGRUPAR-POR-FECHA.
           MOVE 0 TO TOTAL-FECHAS.
           PERFORM VARYING SUB-TRANSF FROM 1 BY 1
                   UNTIL SUB-TRANSF > TOTAL-TRANSFERENCIAS
              MOVE 0 TO IDX-FECHA
              PERFORM VARYING SUB-FECHA FROM 1 BY 1
                      UNTIL SUB-FECHA > TOTAL-FECHAS
                 IF FB-FECHA (SUB-FECHA) = TR-FECHA (SUB-TRANSF)
                    MOVE SUB-FECHA TO IDX-FECHA
                 END-IF
              END-PERFORM
              IF IDX-FECHA = 0
                 ADD 1 TO TOTAL-FECHAS
                 MOVE TOTAL-FECHAS TO IDX-FECHA
                 MOVE TR-FECHA (SUB-TRANSF) TO FB-FECHA (IDX-FECHA)
                 MOVE 0 TO FB-CUENTA (IDX-FECHA)
                 MOVE 0 TO FB-SUMA (IDX-FECHA)
              END-IF
              ADD 1 TO FB-CUENTA (IDX-FECHA)
              ADD TR-IMPORTE (SUB-TRANSF) TO FB-SUMA (IDX-FECHA)
           END-PERFORM.

       ESCRIBIR-MENSAJE.
           MOVE SPACES TO MENSAJE-ID.
           STRING PREFIJO-MENSAJE EMPRESA-PEDIDA PERIODO-PAGO "-"
                  FECHA-SISTEMA HORA-SISTEMA (1:6)
               DELIMITED BY SIZE INTO MENSAJE-ID
           END-STRING.
           MOVE PE-NOMBRE TO TEXTO-ORIGEN.
           PERFORM ESCAPAR-TEXTO.
           MOVE TEXTO-XML TO NOMBRE-DEUDOR.
           MOVE LARGO-TEXTO TO LARGO-DEUDOR.
           MOVE PE-NIF TO TEXTO-ORIGEN.
           PERFORM ESCAPAR-TEXTO.
           MOVE TEXTO-XML TO NIF-XML.
           MOVE LARGO-TEXTO TO LARGO-NIF.
           PERFORM COMPACTAR-CUENTA-DEUDOR.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "00"
              SET HAY-MAESTRO TO TRUE
           ELSE
              DISPLAY "AVISO: SIN EMPLEADOS.DAT, LOS BENEFICIARIOS VAN "
                      "SIN NOMBRE"
           END-IF.
           OPEN OUTPUT XML-FILE.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:"
                  "pain.001.001.03"">"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE "  <CstmrCdtTrfInitn>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE "    <GrpHdr>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <MsgId>" DELIMITED BY SIZE
                  MENSAJE-ID DELIMITED BY SPACE
                  "</MsgId>" DELIMITED BY SIZE
               INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <CreDtTm>" FECHA-SISTEMA (1:4) "-"
                  FECHA-SISTEMA (5:2) "-" FECHA-SISTEMA (7:2) "T"
                  HORA-SISTEMA (1:2) ":" HORA-SISTEMA (3:2) ":"
                  HORA-SISTEMA (5:2) "</CreDtTm>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE TOTAL-TRAILERS-REG TO CUENTA-EDITADA.
           PERFORM QUITAR-BLANCOS-CUENTA.
           MOVE SPACES TO XML-RECORD.
           STRING "      <NbOfTxs>" CUENTA-EDITADA (CUENTA-INICIO:)
                  "</NbOfTxs>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE TOTAL-TRAILERS-IMP TO IMPORTE-EDITADO.
           PERFORM QUITAR-BLANCOS-IMPORTE.
           MOVE SPACES TO XML-RECORD.
           STRING "      <CtrlSum>" IMPORTE-EDITADO (IMPORTE-INICIO:)
                  "</CtrlSum>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE "      <InitgPty>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           PERFORM ESCRIBIR-NOMBRE-Y-NIF.
           MOVE "      </InitgPty>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE "    </GrpHdr>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           PERFORM ESCRIBIR-BLOQUE
                   VARYING IDX-FECHA FROM 1 BY 1
                   UNTIL IDX-FECHA > TOTAL-FECHAS.
           MOVE "  </CstmrCdtTrfInitn>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE "</Document>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           CLOSE XML-FILE.
           IF HAY-MAESTRO
              CLOSE EMPLOYEE-FILE
           END-IF.

       ESCRIBIR-NOMBRE-Y-NIF.
      * The company's name and tax id, as initiating party and as
      * debtor alike.
           MOVE SPACES TO XML-RECORD.
           STRING "        <Nm>" NOMBRE-DEUDOR (1:LARGO-DEUDOR) "</Nm>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "        <Id><OrgId><Othr><Id>" NIF-XML (1:LARGO-NIF)
                  "</Id></Othr></OrgId></Id>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.

       ESCRIBIR-BLOQUE.
           MOVE SPACES TO BLOQUE-ID.
           STRING MENSAJE-ID DELIMITED BY SPACE
                  "-" IDX-FECHA DELIMITED BY SIZE
               INTO BLOQUE-ID
           END-STRING.
           MOVE "    <PmtInf>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <PmtInfId>" DELIMITED BY SIZE
                  BLOQUE-ID DELIMITED BY SPACE
                  "</PmtInfId>" DELIMITED BY SIZE
               INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE "      <PmtMtd>TRF</PmtMtd>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE "      <BtchBookg>true</BtchBookg>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE FB-CUENTA (IDX-FECHA) TO CUENTA-EDITADA.
           PERFORM QUITAR-BLANCOS-CUENTA.
           MOVE SPACES TO XML-RECORD.
           STRING "      <NbOfTxs>" CUENTA-EDITADA (CUENTA-INICIO:)
                  "</NbOfTxs>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE FB-SUMA (IDX-FECHA) TO IMPORTE-EDITADO.
           PERFORM QUITAR-BLANCOS-IMPORTE.
           MOVE SPACES TO XML-RECORD.
           STRING "      <CtrlSum>" IMPORTE-EDITADO (IMPORTE-INICIO:)
                  "</CtrlSum>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                  "<CtgyPurp><Cd>SALA</Cd></CtgyPurp></PmtTpInf>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE FB-FECHA (IDX-FECHA) TO FECHA-A-FORMATEAR.
           PERFORM FORMATEAR-FECHA.
           MOVE SPACES TO XML-RECORD.
           STRING "      <ReqdExctnDt>" FECHA-ISO "</ReqdExctnDt>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE "      <Dbtr>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           PERFORM ESCRIBIR-NOMBRE-Y-NIF.
           MOVE "      </Dbtr>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <DbtrAcct><Id><IBAN>"
                  CUENTA-DEUDOR (1:LARGO-CUENTA-DEUDOR)
                  "</IBAN></Id></DbtrAcct>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE SPACES TO XML-RECORD.
           STRING "      <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                  "</Id></Othr></FinInstnId></DbtrAgt>"
               DELIMITED BY SIZE INTO XML-RECORD
           END-STRING.
           PERFORM GRABAR-XML.
           MOVE "      <ChrgBr>SLEV</ChrgBr>" TO XML-RECORD.
           PERFORM GRABAR-XML.
           PERFORM ESCRIBIR-TRANSFERENCIA
                   VARYING SUB-TRANSF FROM 1 BY 1
                   UNTIL SUB-TRANSF > TOTAL-TRANSFERENCIAS.
           MOVE "    </PmtInf>" TO XML-RECORD.
           PERFORM GRABAR-XML.

       ESCRIBIR-TRANSFERENCIA.
           IF TR-FECHA (SUB-TRANSF) = FB-FECHA (IDX-FECHA)
              ADD 1 TO SECUENCIA-TRANSF
              MOVE SPACES TO EXTREMO-ID
              EVALUATE TR-ORIGEN (SUB-TRANSF)
                  WHEN "R"
                      MOVE "REE" TO EXTREMO-ID (1:3)
                  WHEN "F"
                      MOVE "FCI" TO EXTREMO-ID (1:3)
                  WHEN OTHER
                      MOVE "NOM" TO EXTREMO-ID (1:3)
              END-EVALUATE
              STRING PERIODO-PAGO "-" TR-EMP-ID (SUB-TRANSF) "-"
                     SECUENCIA-TRANSF
                  DELIMITED BY SIZE INTO EXTREMO-ID (4:)
              END-STRING
              MOVE "      <CdtTrfTxInf>" TO XML-RECORD
              PERFORM GRABAR-XML
              MOVE SPACES TO XML-RECORD
              STRING "        <PmtId><EndToEndId>" DELIMITED BY SIZE
                     EXTREMO-ID DELIMITED BY SPACE
                     "</EndToEndId></PmtId>" DELIMITED BY SIZE
                  INTO XML-RECORD
              END-STRING
              PERFORM GRABAR-XML
              MOVE TR-IMPORTE (SUB-TRANSF) TO IMPORTE-EDITADO
              PERFORM QUITAR-BLANCOS-IMPORTE
              MOVE SPACES TO XML-RECORD
              STRING "        <Amt><InstdAmt Ccy=""EUR"">"
                     IMPORTE-EDITADO (IMPORTE-INICIO:)
                     "</InstdAmt></Amt>"
                  DELIMITED BY SIZE INTO XML-RECORD
              END-STRING
              PERFORM GRABAR-XML
              PERFORM BUSCAR-BENEFICIARIO
              MOVE SPACES TO XML-RECORD
              STRING "        <Cdtr><Nm>" TEXTO-XML (1:LARGO-TEXTO)
                     "</Nm></Cdtr>"
                  DELIMITED BY SIZE INTO XML-RECORD
              END-STRING
              PERFORM GRABAR-XML
      * The account exactly as on the detail line -- BANRECH matches
      * the bank's returns on account and amount.
              MOVE 34 TO LARGO-CUENTA
              PERFORM UNTIL LARGO-CUENTA = 1
                      OR TR-CUENTA (SUB-TRANSF) (LARGO-CUENTA:1)
                         NOT = SPACE
                 SUBTRACT 1 FROM LARGO-CUENTA
              END-PERFORM
              MOVE SPACES TO XML-RECORD
              STRING "        <CdtrAcct><Id><IBAN>"
                     TR-CUENTA (SUB-TRANSF) (1:LARGO-CUENTA)
                     "</IBAN></Id></CdtrAcct>"
                  DELIMITED BY SIZE INTO XML-RECORD
              END-STRING
              PERFORM GRABAR-XML
              MOVE SPACES TO XML-RECORD
              STRING "        <RmtInf><Ustrd>NOMINA " PERIODO-PAGO
                     " EMPLEADO " TR-EMP-ID (SUB-TRANSF)
                     "</Ustrd></RmtInf>"
                  DELIMITED BY SIZE INTO XML-RECORD
              END-STRING
              PERFORM GRABAR-XML
              MOVE "      </CdtTrfTxInf>" TO XML-RECORD
              PERFORM GRABAR-XML
           END-IF.

       BUSCAR-BENEFICIARIO.
      * Creditor name off the master; an id no longer on file still
      * pays, named by its id.
           MOVE SPACES TO TEXTO-ORIGEN.
           IF HAY-MAESTRO
              MOVE TR-EMP-ID (SUB-TRANSF) TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-NOMBRE TO TEXTO-ORIGEN
              END-READ
           END-IF.
           IF TEXTO-ORIGEN = SPACES
              STRING "EMPLEADO " TR-EMP-ID (SUB-TRANSF)
                  DELIMITED BY SIZE INTO TEXTO-ORIGEN
              END-STRING
           END-IF.
           PERFORM ESCAPAR-TEXTO.

       COMPACTAR-CUENTA-DEUDOR.
      * PE-BANCO is free-typed; the IBAN goes over without the
      * blanks people key between its groups.
           MOVE SPACES TO CUENTA-DEUDOR.
           MOVE 0 TO LARGO-CUENTA-DEUDOR.
           PERFORM VARYING SUB-TEXTO FROM 1 BY 1 UNTIL SUB-TEXTO > 30
              IF PE-BANCO (SUB-TEXTO:1) NOT = SPACE
                 AND LARGO-CUENTA-DEUDOR < 34
                 ADD 1 TO LARGO-CUENTA-DEUDOR
                 MOVE PE-BANCO (SUB-TEXTO:1)
                      TO CUENTA-DEUDOR (LARGO-CUENTA-DEUDOR:1)
              END-IF
           END-PERFORM.

       ESCAPAR-TEXTO.
      * TEXTO-ORIGEN without its trailing blanks, with the three
      * characters XML reserves spelled out, into TEXTO-XML.
           MOVE SPACES TO TEXTO-XML.
           MOVE 60 TO LARGO-ORIGEN.
           PERFORM UNTIL LARGO-ORIGEN = 1
                   OR TEXTO-ORIGEN (LARGO-ORIGEN:1) NOT = SPACE
              SUBTRACT 1 FROM LARGO-ORIGEN
           END-PERFORM.
           MOVE 1 TO PUNTERO-XML.
           PERFORM VARYING SUB-TEXTO FROM 1 BY 1
                   UNTIL SUB-TEXTO > LARGO-ORIGEN
              EVALUATE TEXTO-ORIGEN (SUB-TEXTO:1)
                  WHEN "&"
                      STRING "&amp;" DELIMITED BY SIZE
                          INTO TEXTO-XML WITH POINTER PUNTERO-XML
                      END-STRING
                  WHEN "<"
                      STRING "&lt;" DELIMITED BY SIZE
                          INTO TEXTO-XML WITH POINTER PUNTERO-XML
                      END-STRING
                  WHEN ">"
                      STRING "&gt;" DELIMITED BY SIZE
                          INTO TEXTO-XML WITH POINTER PUNTERO-XML
                      END-STRING
                  WHEN OTHER
                      STRING TEXTO-ORIGEN (SUB-TEXTO:1)
                          DELIMITED BY SIZE
                          INTO TEXTO-XML WITH POINTER PUNTERO-XML
                      END-STRING
              END-EVALUATE
           END-PERFORM.
           COMPUTE LARGO-TEXTO = PUNTERO-XML - 1.

       QUITAR-BLANCOS-IMPORTE.
           MOVE 1 TO IMPORTE-INICIO.
           PERFORM UNTIL IMPORTE-EDITADO (IMPORTE-INICIO:1) NOT = SPACE
              ADD 1 TO IMPORTE-INICIO
           END-PERFORM.

       QUITAR-BLANCOS-CUENTA.
           MOVE 1 TO CUENTA-INICIO.
           PERFORM UNTIL CUENTA-EDITADA (CUENTA-INICIO:1) NOT = SPACE
              ADD 1 TO CUENTA-INICIO
           END-PERFORM.

       FORMATEAR-FECHA.
           MOVE SPACES TO FECHA-ISO.
           STRING FECHA-A-FORMATEAR (1:4) "-" FECHA-A-FORMATEAR (5:2)
                  "-" FECHA-A-FORMATEAR (7:2)
               DELIMITED BY SIZE INTO FECHA-ISO
           END-STRING.

       GRABAR-XML.
           WRITE XML-RECORD.
           IF XML-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN SEPA_PAGOS.XML, ESTADO "
                      XML-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           COPY SELLOPR.

       END PROGRAM SEPAPAGO.

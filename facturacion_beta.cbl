      *             as master corruption and refuse to pay. Change-log
      *             write outcomes are checked too, and the abort
      *             message names the failing file and status.
      * 2026-10-15  A contractor alta writes EMP-PUESTO blank --
      *             contractors fill no authorized position.
      * 2026-10-15  A contractor alta writes no manager or deputy --
      *             EMP-JEFE and EMP-SUPLENTE go out as zero.
      * 2026-10-15  Every contractor paid gets a numbered self-billing
      *             invoice (AUTOFACTURAS.TXT) under the company
      *             letterhead from EMPRESA.DAT, with VAT and
      *             professional withholding from CONTRATISTAS.DAT,
      *             a line on the payables interface FACTURAS_PAGAR.DAT
      *             and one on REGISTRO_FACTURAS.LOG, whose last number
      *             the next run continues from without gaps.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ASSIGN TO "NOMINA_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT OPTIONAL EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-STATUS.
           SELECT OPTIONAL CONTRATISTAS-FILE
               ASSIGN TO "CONTRATISTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATISTAS-STATUS.
           SELECT AUTOFACTURAS-FILE ASSIGN TO "AUTOFACTURAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOFACTURAS-STATUS.
           SELECT PAGAR-FILE ASSIGN TO "FACTURAS_PAGAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGAR-STATUS.
           SELECT REG-FACTURAS-FILE ASSIGN TO "REGISTRO_FACTURAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FACTURAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  EMPRESA-FILE.
       01  EMPRESA-RECORD PIC X(184).

       FD  CONTRATISTAS-FILE.
      * The contractor's tax terms, keyed by hand: NIF, the VAT and
      * professional-withholding percentages that apply (zero where
      * they do not) and the days the company takes to pay. A
      * contractor without a line is invoiced with neither and paid
      * at DIAS-PAGO-DEFECTO.
       01  CONTRATISTA-RECORD.
           05 CT-EMP-ID        PIC 9(5).
           05 CT-NIF           PIC X(12).
           05 CT-PCT-IVA       PIC 9(2)V9(2).
           05 CT-PCT-RETENCION PIC 9(2)V9(2).
           05 CT-DIAS-PAGO     PIC 9(3).

       FD  AUTOFACTURAS-FILE.
       01  AUTOFACTURA-RECORD PIC X(80).

       FD  PAGAR-FILE.
      * Accounts payable's interface: one line per invoice, amounts
      * in the contractor's currency plus the local equivalent of
      * what is to be paid.
       01  PAGAR-RECORD.
           05 PG-PROVEEDOR     PIC 9(5).
           05 PG-NIF           PIC X(12).
           05 PG-FACTURA       PIC 9(7).
           05 PG-FECHA         PIC 9(8).
           05 PG-VENCIMIENTO   PIC 9(8).
           05 PG-MONEDA        PIC X(3).
           05 PG-BASE          PIC 9(10)V9(2).
           05 PG-IVA           PIC 9(10)V9(2).
           05 PG-RETENCION     PIC 9(10)V9(2).
           05 PG-TOTAL         PIC 9(10)V9(2).
           05 PG-TOTAL-LOCAL   PIC 9(10)V9(2).

       FD  REG-FACTURAS-FILE.
      * Every invoice ever issued, in number order -- the next run
      * takes its first number from the last line here.
       01  REG-FACTURA-RECORD.
           05 RF-FACTURA       PIC 9(7).
           05 RF-FECHA         PIC 9(8).
           05 RF-PERIODO       PIC 9(6).
           05 RF-PROVEEDOR     PIC 9(5).
           05 RF-NOMBRE        PIC X(30).
           05 RF-MONEDA        PIC X(3).
           05 RF-BASE          PIC 9(10)V9(2).
           05 RF-IVA           PIC 9(10)V9(2).
           05 RF-RETENCION     PIC 9(10)V9(2).
           05 RF-TOTAL         PIC 9(10)V9(2).
           05 RF-TOTAL-LOCAL   PIC 9(10)V9(2).

       WORKING-STORAGE SECTION.

           COPY NOMINA.
              10 TM-CODIGO PIC X(3).
              10 TM-TASA   PIC 9V9999.
       01 SUB-MONEDA PIC 9.
       01 TASA-MONEDA PIC 9V9999 VALUE 1.

      * Self-billing: the company issues the contractor's invoice on
      * the contractor's behalf, numbered on from REGISTRO_FACTURAS.
       01 EMPRESA-STATUS PIC X(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-CARGADA PIC X(3) VALUE "NO ".
           88 HAY-EMPRESA VALUE "SI ".
           COPY EMPRESA.
       01 CONTRATISTAS-STATUS PIC X(2).
       01 CONTRATISTA-LEIDO PIC X(3) VALUE "NO ".
           88 HAY-CONTRATISTA VALUE "SI ".
       01 AUTOFACTURAS-STATUS PIC X(2).
       01 PAGAR-STATUS PIC X(2).
       01 REG-FACTURAS-STATUS PIC X(2).
       01 DIAS-PAGO-DEFECTO PIC 9(3) VALUE 30.
       01 ULTIMA-FACTURA PIC 9(7) VALUE 0.
       01 FACTURAS-EMITIDAS PIC 9(5) VALUE 0.
       01 TOTAL-FACTURAS-LOCAL PIC 9(12)V9(2) VALUE 0.
       01 DATOS-FACTURA.
           05 FAC-NUMERO       PIC 9(7).
           05 FAC-VENCIMIENTO  PIC 9(8).
           05 FAC-NIF          PIC X(12).
           05 FAC-PCT-IVA      PIC 9(2)V9(2).
           05 FAC-PCT-RETENCION PIC 9(2)V9(2).
           05 FAC-DIAS-PAGO    PIC 9(3).
           05 FAC-BASE         PIC 9(10)V9(2).
           05 FAC-IVA          PIC 9(10)V9(2).
           05 FAC-RETENCION    PIC 9(10)V9(2).
           05 FAC-TOTAL        PIC 9(10)V9(2).
           05 FAC-TOTAL-LOCAL  PIC 9(10)V9(2).
       01 LINEA-FAC-EMPRESA.
           05 FILLER      PIC X(10) VALUE "EMITE:    ".
           05 LFE-NOMBRE  PIC X(40).
           05 FILLER      PIC X(5) VALUE " NIF ".
           05 LFE-NIF     PIC X(12).
       01 LINEA-FAC-DIRECCION.
           05 FILLER      PIC X(10) VALUE SPACES.
           05 LFD-DIRECCION PIC X(60).
       01 LINEA-FAC-TITULO.
           05 FILLER      PIC X(21) VALUE "AUTOFACTURA NUMERO   ".
           05 LFT-NUMERO  PIC 9(7).
           05 FILLER      PIC X(8) VALUE "  FECHA ".
           05 LFT-FECHA   PIC 9(8).
           05 FILLER      PIC X(10) VALUE "  PERIODO ".
           05 LFT-PERIODO PIC 9(6).
       01 LINEA-FAC-PROVEEDOR.
           05 FILLER      PIC X(10) VALUE "PROVEEDOR ".
           05 LFP-ID      PIC 9(5).
           05 FILLER      PIC X(1) VALUE " ".
           05 LFP-NOMBRE  PIC X(30).
           05 FILLER      PIC X(5) VALUE " NIF ".
           05 LFP-NIF     PIC X(12).
       01 LINEA-FAC-IMPORTE.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 LFI-TEXTO   PIC X(30).
           05 LFI-IMPORTE PIC Z(9)9.99.
           05 FILLER      PIC X(1) VALUE " ".
           05 LFI-MONEDA  PIC X(3).
       01 LINEA-FAC-VENCIMIENTO.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X(30)
              VALUE "VENCIMIENTO DEL PAGO".
           05 LFV-FECHA   PIC 9(8).
       01 PCT-EDITADO PIC Z9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM ABRIR-HIST-PAGOS-FILE.
            PERFORM ABRIR-CAMBIOS-FILE.
            PERFORM ABRIR-EMPLOYEE-FILE.
            PERFORM CARGAR-EMPRESA.
            PERFORM BUSCAR-ULTIMA-FACTURA.
            PERFORM ABRIR-ARCHIVOS-FACTURA.
            PERFORM VERIFICAR-ARCHIVO-LOTE.
            IF ES-MODO-ARCHIVO
               MOVE 1 TO NUM-PERIODOS
            END-IF.
            CLOSE HIST-PAGOS-FILE.
            CLOSE CAMBIOS-FILE.
            CLOSE AUTOFACTURAS-FILE.
            CLOSE PAGAR-FILE.
            CLOSE REG-FACTURAS-FILE.
            DISPLAY "AUTOFACTURAS EMITIDAS: " FACTURAS-EMITIDAS
                    " TOTAL LOCAL " TOTAL-FACTURAS-LOCAL
                    " ULTIMA NUMERO " ULTIMA-FACTURA.
            IF HAY-CAMBIOS-MAESTRO
               PERFORM ACTUALIZAR-CONTROL-MAESTRO
            END-IF.
           MOVE MONEDA TO EMP-MONEDA.
           MOVE "M" TO EMP-FRECUENCIA.
           MOVE "01" TO EMP-EMPRESA.
           MOVE SPACES TO EMP-PUESTO.
           MOVE 0 TO EMP-JEFE.
           MOVE 0 TO EMP-SUPLENTE.
           WRITE EMPLOYEE-RECORD.
           PERFORM VERIFICAR-ESCRITURA-MAESTRO.
           MOVE "SI " TO MAESTRO-CAMBIADO.
           DISPLAY "EL SALARIO DE:" EMPLEADO "ES" RESULTADO " "
                   MONEDA " (" RESULTADO-LOCAL " LOC)".
           PERFORM ESCRIBIR-HISTORIAL.
           PERFORM EMITIR-AUTOFACTURA.

       CONVERTIR-A-LOCAL.
      * Default to the local rate (1.0000) if MONEDA doesn't match any
      * table entry, rather than rejecting the employee.
           MOVE RESULTADO TO RESULTADO-LOCAL.
           MOVE 1 TO TASA-MONEDA.
           PERFORM VARYING SUB-MONEDA FROM 1 BY 1
                   UNTIL SUB-MONEDA > 4
              IF TM-CODIGO (SUB-MONEDA) = MONEDA
                 COMPUTE RESULTADO-LOCAL =
                         RESULTADO * TM-TASA (SUB-MONEDA)
                 MOVE TM-TASA (SUB-MONEDA) TO TASA-MONEDA
                 MOVE 5 TO SUB-MONEDA
              END-IF
           END-PERFORM.
                PERFORM ABORTAR-POR-ESTADO
             END-IF.

       CARGAR-EMPRESA.
      * BETA's contractors live in company 01; no EMPRESA.DAT (or no
      * record for 01) leaves the invoices without a letterhead.
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

       BUSCAR-ULTIMA-FACTURA.
      * The register is the numbering: a number only exists once its
      * line is there, so the next invoice is always the last line
      * plus one -- no gaps across runs, not even after an abort.
           MOVE 0 TO ULTIMA-FACTURA.
           OPEN INPUT REG-FACTURAS-FILE.
           IF REG-FACTURAS-STATUS = "00"
              PERFORM UNTIL REG-FACTURAS-STATUS NOT = "00"
                 READ REG-FACTURAS-FILE
                     AT END
                         MOVE "10" TO REG-FACTURAS-STATUS
                     NOT AT END
                         IF RF-FACTURA > ULTIMA-FACTURA
                            MOVE RF-FACTURA TO ULTIMA-FACTURA
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE REG-FACTURAS-FILE
           END-IF.

       ABRIR-ARCHIVOS-FACTURA.
      * The invoices and the payables file are this run's; the
      * register is created on first use and then only extended.
           OPEN OUTPUT AUTOFACTURAS-FILE.
           IF AUTOFACTURAS-STATUS NOT = "00"
              MOVE "AUTOFACTURAS.TXT" TO NOMBRE-ARCHIVO-ERR
              MOVE AUTOFACTURAS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           OPEN OUTPUT PAGAR-FILE.
           IF PAGAR-STATUS NOT = "00"
              MOVE "FACTURAS_PAGAR.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE PAGAR-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           OPEN EXTEND REG-FACTURAS-FILE.
           IF REG-FACTURAS-STATUS = "35"
              OPEN OUTPUT REG-FACTURAS-FILE
              CLOSE REG-FACTURAS-FILE
              OPEN EXTEND REG-FACTURAS-FILE
           END-IF.
           IF REG-FACTURAS-STATUS NOT = "00"
              MOVE "REGISTRO_FACTURAS.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE REG-FACTURAS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       EMITIR-AUTOFACTURA.
      * RESULTADO is the fee in the contractor's currency: VAT is
      * added on it, the professional withholding kept back from it,
      * and the total to pay is also carried at the local rate.
           PERFORM BUSCAR-CONTRATISTA.
           MOVE RESULTADO TO FAC-BASE.
           COMPUTE FAC-IVA ROUNDED =
                   FAC-BASE * FAC-PCT-IVA / 100.
           COMPUTE FAC-RETENCION ROUNDED =
                   FAC-BASE * FAC-PCT-RETENCION / 100.
           COMPUTE FAC-TOTAL = FAC-BASE + FAC-IVA - FAC-RETENCION.
           COMPUTE FAC-TOTAL-LOCAL ROUNDED = FAC-TOTAL * TASA-MONEDA.
           COMPUTE FAC-VENCIMIENTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FECHA-SISTEMA)
                    + FAC-DIAS-PAGO).
           COMPUTE FAC-NUMERO = ULTIMA-FACTURA + 1.
           PERFORM ESCRIBIR-AUTOFACTURA.
           PERFORM ESCRIBIR-FACTURA-PAGAR.
           PERFORM REGISTRAR-FACTURA.
           MOVE FAC-NUMERO TO ULTIMA-FACTURA.
           ADD 1 TO FACTURAS-EMITIDAS.
           ADD FAC-TOTAL-LOCAL TO TOTAL-FACTURAS-LOCAL.
           DISPLAY "AUTOFACTURA " FAC-NUMERO " PARA " EMP-ID
                   " TOTAL " FAC-TOTAL " " MONEDA.

       BUSCAR-CONTRATISTA.
           MOVE SPACES TO FAC-NIF.
           MOVE 0 TO FAC-PCT-IVA.
           MOVE 0 TO FAC-PCT-RETENCION.
           MOVE DIAS-PAGO-DEFECTO TO FAC-DIAS-PAGO.
           MOVE "NO " TO CONTRATISTA-LEIDO.
           OPEN INPUT CONTRATISTAS-FILE.
           IF CONTRATISTAS-STATUS = "00"
              PERFORM UNTIL HAY-CONTRATISTA
                         OR CONTRATISTAS-STATUS NOT = "00"
                 READ CONTRATISTAS-FILE
                     AT END
                         MOVE "10" TO CONTRATISTAS-STATUS
                     NOT AT END
                         IF CT-EMP-ID = EMP-ID
                            SET HAY-CONTRATISTA TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CONTRATISTAS-FILE.
           IF HAY-CONTRATISTA
              MOVE CT-NIF TO FAC-NIF
              MOVE CT-PCT-IVA TO FAC-PCT-IVA
              MOVE CT-PCT-RETENCION TO FAC-PCT-RETENCION
              IF CT-DIAS-PAGO > 0
                 MOVE CT-DIAS-PAGO TO FAC-DIAS-PAGO
              END-IF
           ELSE
              DISPLAY "AVISO: " EMP-ID " SIN LINEA EN CONTRATISTAS.DAT,"
                      " SE FACTURA SIN IVA NI RETENCION"
           END-IF.

       ESCRIBIR-AUTOFACTURA.
           MOVE SPACES TO AUTOFACTURA-RECORD.
           PERFORM ESCRIBIR-LINEA-AUTOFACTURA.
           IF HAY-EMPRESA
              MOVE PE-NOMBRE TO LFE-NOMBRE
              MOVE PE-NIF TO LFE-NIF
              WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-EMPRESA
              PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA
              MOVE PE-DIRECCION TO LFD-DIRECCION
              WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-DIRECCION
              PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA
           END-IF.
           MOVE FAC-NUMERO TO LFT-NUMERO.
           MOVE FECHA-SISTEMA TO LFT-FECHA.
           MOVE PERIODO-PAGO TO LFT-PERIODO.
           WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-TITULO.
           PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA.
           MOVE EMP-ID TO LFP-ID.
           MOVE EMP-NOMBRE TO LFP-NOMBRE.
           MOVE FAC-NIF TO LFP-NIF.
           WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-PROVEEDOR.
           PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA.
           MOVE MONEDA TO LFI-MONEDA.
           MOVE "HONORARIOS DEL PERIODO" TO LFI-TEXTO.
           MOVE FAC-BASE TO LFI-IMPORTE.
           PERFORM ESCRIBIR-IMPORTE-AUTOFACTURA.
           IF FAC-PCT-IVA > 0
              MOVE FAC-PCT-IVA TO PCT-EDITADO
              MOVE SPACES TO LFI-TEXTO
              STRING "IVA " PCT-EDITADO " %" DELIMITED BY SIZE
                     INTO LFI-TEXTO
              END-STRING
              MOVE FAC-IVA TO LFI-IMPORTE
              PERFORM ESCRIBIR-IMPORTE-AUTOFACTURA
           END-IF.
           IF FAC-PCT-RETENCION > 0
              MOVE FAC-PCT-RETENCION TO PCT-EDITADO
              MOVE SPACES TO LFI-TEXTO
              STRING "RETENCION " PCT-EDITADO " % (-)"
                     DELIMITED BY SIZE INTO LFI-TEXTO
              END-STRING
              MOVE FAC-RETENCION TO LFI-IMPORTE
              PERFORM ESCRIBIR-IMPORTE-AUTOFACTURA
           END-IF.
           MOVE "TOTAL A PAGAR" TO LFI-TEXTO.
           MOVE FAC-TOTAL TO LFI-IMPORTE.
           PERFORM ESCRIBIR-IMPORTE-AUTOFACTURA.
           IF MONEDA NOT = "LOC"
              MOVE "EQUIVALENTE EN MONEDA LOCAL" TO LFI-TEXTO
              MOVE FAC-TOTAL-LOCAL TO LFI-IMPORTE
              MOVE "LOC" TO LFI-MONEDA
              PERFORM ESCRIBIR-IMPORTE-AUTOFACTURA
           END-IF.
           MOVE FAC-VENCIMIENTO TO LFV-FECHA.
           WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-VENCIMIENTO.
           PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA.
           MOVE SPACES TO AUTOFACTURA-RECORD.
           STRING "FACTURA EMITIDA POR EL DESTINATARIO EN NOMBRE DEL "
                  "PROVEEDOR (AUTOFACTURACION)"
                  DELIMITED BY SIZE INTO AUTOFACTURA-RECORD
           END-STRING.
           PERFORM ESCRIBIR-LINEA-AUTOFACTURA.

       ESCRIBIR-IMPORTE-AUTOFACTURA.
           WRITE AUTOFACTURA-RECORD FROM LINEA-FAC-IMPORTE.
           PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA.

       ESCRIBIR-LINEA-AUTOFACTURA.
           WRITE AUTOFACTURA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AUTOFACTURA.

       VERIFICAR-ESCRITURA-AUTOFACTURA.
           IF AUTOFACTURAS-STATUS NOT = "00"
              MOVE "AUTOFACTURAS.TXT" TO NOMBRE-ARCHIVO-ERR
              MOVE AUTOFACTURAS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ESCRIBIR-FACTURA-PAGAR.
           MOVE EMP-ID TO PG-PROVEEDOR.
           MOVE FAC-NIF TO PG-NIF.
           MOVE FAC-NUMERO TO PG-FACTURA.
           MOVE FECHA-SISTEMA TO PG-FECHA.
           MOVE FAC-VENCIMIENTO TO PG-VENCIMIENTO.
           MOVE MONEDA TO PG-MONEDA.
           MOVE FAC-BASE TO PG-BASE.
           MOVE FAC-IVA TO PG-IVA.
           MOVE FAC-RETENCION TO PG-RETENCION.
           MOVE FAC-TOTAL TO PG-TOTAL.
           MOVE FAC-TOTAL-LOCAL TO PG-TOTAL-LOCAL.
           WRITE PAGAR-RECORD.
           IF PAGAR-STATUS NOT = "00"
              MOVE "FACTURAS_PAGAR.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE PAGAR-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       REGISTRAR-FACTURA.
      * Written last: an abort before this line leaves the number
      * unused, and the next run issues it again.
           MOVE FAC-NUMERO TO RF-FACTURA.
           MOVE FECHA-SISTEMA TO RF-FECHA.
           MOVE PERIODO-PAGO TO RF-PERIODO.
           MOVE EMP-ID TO RF-PROVEEDOR.
           MOVE EMP-NOMBRE TO RF-NOMBRE.
           MOVE MONEDA TO RF-MONEDA.
           MOVE FAC-BASE TO RF-BASE.
           MOVE FAC-IVA TO RF-IVA.
           MOVE FAC-RETENCION TO RF-RETENCION.
           MOVE FAC-TOTAL TO RF-TOTAL.
           MOVE FAC-TOTAL-LOCAL TO RF-TOTAL-LOCAL.
           WRITE REG-FACTURA-RECORD.
           IF REG-FACTURAS-STATUS NOT = "00"
              MOVE "REGISTRO_FACTURAS.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE REG-FACTURAS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ABORTAR-POR-ESTADO.
      * An entry that never landed means the run cannot be reconciled
      * -- name the file and status and return 12 so the scheduler

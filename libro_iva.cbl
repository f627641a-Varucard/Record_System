      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Libro IVA Ventas del mes para el contador: lista las
      *          facturas emitidas por el sistema de registros, de
      *          presupuestos y de ventas de mostrador, y las notas
      *          de credito de las anulaciones de pagos, con el
      *          neto, el IVA y el total de cada comprobante y los
      *          totales por letra. Ademas graba ivaventas_export.dat
      *          con un comprobante por linea en formato fijo, para
      *          que el contador lo cargue sin retipear.
      *          La nota de credito toma la letra, la condicion
      *          frente al IVA y el documento de la factura del
      *          presupuesto y resta; las anulaciones de pagos de
      *          presupuestos que no se facturaron no van al libro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA-VENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Archivo fisico de Facturas
       SELECT OPTIONAL FACTURAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\facturas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FACTURAS-CLAVE
       ALTERNATE RECORD KEY IS FACTURAS-PRESUPUESTO WITH DUPLICATES
       FILE STATUS IS WS-FACTURAS-STATUS.

      *Archivo fisico de Notas de credito
       SELECT OPTIONAL NOTAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\notascred.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NOTAS-NUMERO
       ALTERNATE RECORD KEY IS NOTAS-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-NOTAS-STATUS.

      *Archivo de exportacion para el sistema del contador
       SELECT OPTIONAL EXPORT-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\ivaventas_export.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Archivo logico de Facturas
       FD FACTURAS-FILE.
           01 FACTURAS-REGISTERS.
               05 FACTURAS-CLAVE.
                   10 FACTURAS-LETRA PIC X(1).
                   10 FACTURAS-PUNTO-VENTA PIC 9(4).
                   10 FACTURAS-NUMERO PIC 9(8).
               05 FACTURAS-FECHA PIC X(8).
               05 FACTURAS-PRESUPUESTO PIC X(6).
               05 FACTURAS-EQUIPO PIC X(6).
               05 FACTURAS-DNI PIC X(8).
               05 FACTURAS-CLIENTE PIC X(25).
               05 FACTURAS-CONDICION-IVA PIC X(2).
               05 FACTURAS-CUIT PIC X(11).
               05 FACTURAS-NETO PIC 9(9)V99.
               05 FACTURAS-IVA PIC 9(9)V99.
               05 FACTURAS-TOTAL PIC 9(9)V99.
               05 FACTURAS-OPERADOR PIC X(10).
               05 FACTURAS-RECIBO PIC X(6).

      *Archivo logico de Notas de credito
       FD NOTAS-FILE.
           01 NOTAS-REGISTERS.
               05 NOTAS-NUMERO PIC X(6).
               05 NOTAS-RECIBO PIC X(6).
               05 NOTAS-PAGO PIC X(6).
               05 NOTAS-ANULACION PIC X(6).
               05 NOTAS-PRESUPUESTO PIC X(6).
               05 NOTAS-DNI PIC X(8).
               05 NOTAS-CLIENTE PIC X(25).
               05 NOTAS-FECHA PIC X(8).
               05 NOTAS-IMPORTE PIC 9(7)V99.
               05 NOTAS-FORMA_PAGO PIC X(15).
               05 NOTAS-MOTIVO PIC X(60).
               05 NOTAS-OPERADOR PIC X(10).
               05 NOTAS-SALDO PIC S9(9)V99.

      *Linea de exportacion, un comprobante por linea. TIPO es FA
      *para factura y NC para nota de credito; DOC-TIPO es 80 si se
      *informa CUIT y 96 si se informa DNI. Las notas de credito van
      *con los importes en negativo
       FD EXPORT-FILE.
           01 EXPORT-REGISTRO.
               05 EXPORT-FECHA PIC X(8).
               05 FILLER PIC X(1).
               05 EXPORT-TIPO PIC X(2).
               05 FILLER PIC X(1).
               05 EXPORT-LETRA PIC X(1).
               05 FILLER PIC X(1).
               05 EXPORT-PUNTO-VENTA PIC 9(4).
               05 FILLER PIC X(1).
               05 EXPORT-NUMERO PIC 9(8).
               05 FILLER PIC X(1).
               05 EXPORT-DOC-TIPO PIC X(2).
               05 FILLER PIC X(1).
               05 EXPORT-DOC-NUMERO PIC X(11).
               05 FILLER PIC X(1).
               05 EXPORT-NOMBRE PIC X(25).
               05 FILLER PIC X(1).
               05 EXPORT-CONDICION-IVA PIC X(2).
               05 FILLER PIC X(1).
               05 EXPORT-NETO PIC -9(9).99.
               05 FILLER PIC X(1).
               05 EXPORT-IVA PIC -9(9).99.
               05 FILLER PIC X(1).
               05 EXPORT-TOTAL PIC -9(9).99.

       WORKING-STORAGE SECTION.

       01  WS-FACTURAS-STATUS PIC X(2).
       01  WS-NOTAS-STATUS PIC X(2).

       01  FIN-FACTURAS PIC X.
       01  FIN-NOTAS PIC X.
       01  FACTURA-HALLADA PIC X.

      *Datos fiscales del taller, los mismos con que factura el
      *sistema de registros
       01  PUNTO-VENTA PIC 9(4) VALUE 1.
       01  TASA-IVA PIC 9(2)V99 VALUE 21.

       01  FECHA-DE-HOY PIC X(8).
       01  PERIODO-LIBRO PIC X(6).

      *Comprobante que se esta listando
       01  TIPO-COMPROBANTE PIC X(2).
       01  LETRA-COMPROBANTE PIC X(1).
       01  NUMERO-COMPROBANTE PIC 9(8).
       01  CONDICION-CLIENTE PIC X(2).
       01  CUIT-CLIENTE PIC X(11).
       01  DNI-COMPROBANTE PIC X(8).
       01  NOMBRE-COMPROBANTE PIC X(25).
       01  FECHA-COMPROBANTE PIC X(8).
       01  NETO-COMPROBANTE PIC S9(9)V99 VALUE ZERO.
       01  IVA-COMPROBANTE PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-COMPROBANTE PIC S9(9)V99 VALUE ZERO.

      *Totales por letra: 1 es A, 2 es B, 3 es C
       01  TOTALES-POR-LETRA.
           05 TOTAL-DE-LA-LETRA OCCURS 3 TIMES.
               10 CANTIDAD-LETRA PIC 9(5).
               10 NETO-LETRA PIC S9(11)V99.
               10 IVA-LETRA PIC S9(11)V99.
               10 TOTAL-LETRA PIC S9(11)V99.
       01  INDICE-LETRA PIC 9 VALUE ZERO.
       01  NETO-GENERAL PIC S9(11)V99 VALUE ZERO.
       01  IVA-GENERAL PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-GENERAL PIC S9(11)V99 VALUE ZERO.
       01  COMPROBANTES-EXPORTADOS PIC 9(5) VALUE ZERO.

       01  IMPORTE-EDITADO PIC -ZZZZZZZZZ9.99.
       01  NETO-EDITADO PIC -ZZZZZZZZZ9.99.
       01  IVA-EDITADO PIC -ZZZZZZZZZ9.99.
       01  LETRAS PIC X(3) VALUE "ABC".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       OPEN INPUT FACTURAS-FILE.
       OPEN INPUT NOTAS-FILE.
       OPEN OUTPUT EXPORT-FILE.
       PERFORM PEDIR-PERIODO.
       MOVE ZERO TO INDICE-LETRA.
       PERFORM LIMPIAR-TOTAL-LETRA UNTIL INDICE-LETRA NOT < 3.
       DISPLAY " ".
       DISPLAY "========== LIBRO IVA VENTAS " PERIODO-LIBRO
           " ==========".
       DISPLAY "Fecha    Cbte Nro           Cliente"
           "                     Neto            IVA          Total".
       DISPLAY "--- Facturas ---".
       MOVE LOW-VALUE TO FACTURAS-CLAVE.
       START FACTURAS-FILE KEY IS NOT LESS THAN FACTURAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-FACTURAS
           NOT INVALID KEY MOVE "N" TO FIN-FACTURAS
       END-START.
       PERFORM LISTAR-FACTURA-SIGUIENTE UNTIL FIN-FACTURAS = "S".
       DISPLAY "--- Notas de credito ---".
       MOVE LOW-VALUE TO NOTAS-NUMERO.
       START NOTAS-FILE KEY IS NOT LESS THAN NOTAS-NUMERO
           INVALID KEY MOVE "S" TO FIN-NOTAS
           NOT INVALID KEY MOVE "N" TO FIN-NOTAS
       END-START.
       PERFORM LISTAR-NOTA-SIGUIENTE UNTIL FIN-NOTAS = "S".
       PERFORM MOSTRAR-TOTALES.
       DISPLAY "Comprobantes exportados: " COMPROBANTES-EXPORTADOS.
       CLOSE FACTURAS-FILE.
       CLOSE NOTAS-FILE.
       CLOSE EXPORT-FILE.

       PROGRAM-DONE.
       STOP RUN.

       PEDIR-PERIODO.
       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       DISPLAY "Introduzca el periodo (AAAAMM) o deje en blanco".
       DISPLAY "para el mes en curso: ".
       ACCEPT PERIODO-LIBRO.
       IF  PERIODO-LIBRO = SPACE
           MOVE FECHA-DE-HOY (1:6) TO PERIODO-LIBRO
       END-IF.

       LIMPIAR-TOTAL-LETRA.
       ADD 1 TO INDICE-LETRA.
       MOVE ZERO TO CANTIDAD-LETRA (INDICE-LETRA).
       MOVE ZERO TO NETO-LETRA (INDICE-LETRA).
       MOVE ZERO TO IVA-LETRA (INDICE-LETRA).
       MOVE ZERO TO TOTAL-LETRA (INDICE-LETRA).

       LISTAR-FACTURA-SIGUIENTE.
       READ FACTURAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-FACTURAS
           NOT AT END
               IF  FACTURAS-FECHA (1:6) = PERIODO-LIBRO
                   MOVE "FA" TO TIPO-COMPROBANTE
                   MOVE FACTURAS-LETRA TO LETRA-COMPROBANTE
                   MOVE FACTURAS-NUMERO TO NUMERO-COMPROBANTE
                   MOVE FACTURAS-FECHA TO FECHA-COMPROBANTE
                   MOVE FACTURAS-DNI TO DNI-COMPROBANTE
                   MOVE FACTURAS-CLIENTE TO NOMBRE-COMPROBANTE
                   MOVE FACTURAS-CONDICION-IVA TO CONDICION-CLIENTE
                   MOVE FACTURAS-CUIT TO CUIT-CLIENTE
                   MOVE FACTURAS-NETO TO NETO-COMPROBANTE
                   MOVE FACTURAS-IVA TO IVA-COMPROBANTE
                   MOVE FACTURAS-TOTAL TO TOTAL-COMPROBANTE
                   PERFORM REGISTRAR-COMPROBANTE
               END-IF
       END-READ.

      *La nota de credito anula un pago de un presupuesto: se
      *discrimina con la letra de la factura del presupuesto y resta
      *en el libro. Si el presupuesto no se facturo, el pago anulado
      *nunca entro al libro y la nota tampoco
       LISTAR-NOTA-SIGUIENTE.
       READ NOTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-NOTAS
           NOT AT END
               IF  NOTAS-FECHA (1:6) = PERIODO-LIBRO
                   PERFORM BUSCAR-FACTURA-NOTA
                   IF  FACTURA-HALLADA = "S"
                       PERFORM REGISTRAR-NOTA
                   END-IF
               END-IF
       END-READ.

       BUSCAR-FACTURA-NOTA.
       MOVE "N" TO FACTURA-HALLADA.
       IF  NOTAS-PRESUPUESTO NOT = SPACE
           MOVE NOTAS-PRESUPUESTO TO FACTURAS-PRESUPUESTO
           READ FACTURAS-FILE KEY IS FACTURAS-PRESUPUESTO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO FACTURA-HALLADA
           END-READ
       END-IF.

       REGISTRAR-NOTA.
       MOVE "NC" TO TIPO-COMPROBANTE.
       MOVE FACTURAS-LETRA TO LETRA-COMPROBANTE.
       MOVE NOTAS-NUMERO TO NUMERO-COMPROBANTE.
       MOVE NOTAS-FECHA TO FECHA-COMPROBANTE.
       MOVE FACTURAS-DNI TO DNI-COMPROBANTE.
       MOVE FACTURAS-CLIENTE TO NOMBRE-COMPROBANTE.
       MOVE FACTURAS-CONDICION-IVA TO CONDICION-CLIENTE.
       MOVE FACTURAS-CUIT TO CUIT-CLIENTE.
       COMPUTE TOTAL-COMPROBANTE = 0 - NOTAS-IMPORTE.
       IF  LETRA-COMPROBANTE = "C"
           MOVE TOTAL-COMPROBANTE TO NETO-COMPROBANTE
       ELSE
           COMPUTE NETO-COMPROBANTE ROUNDED =
               TOTAL-COMPROBANTE * 100 / (100 + TASA-IVA)
       END-IF.
       COMPUTE IVA-COMPROBANTE =
           TOTAL-COMPROBANTE - NETO-COMPROBANTE.
       PERFORM REGISTRAR-COMPROBANTE.

       REGISTRAR-COMPROBANTE.
       MOVE NETO-COMPROBANTE TO NETO-EDITADO.
       MOVE IVA-COMPROBANTE TO IVA-EDITADO.
       MOVE TOTAL-COMPROBANTE TO IMPORTE-EDITADO.
       DISPLAY FECHA-COMPROBANTE " " TIPO-COMPROBANTE " "
           LETRA-COMPROBANTE " " PUNTO-VENTA "-" NUMERO-COMPROBANTE
           " " NOMBRE-COMPROBANTE " " NETO-EDITADO " " IVA-EDITADO
           " " IMPORTE-EDITADO.
       EVALUATE LETRA-COMPROBANTE
           WHEN "A" MOVE 1 TO INDICE-LETRA
           WHEN "B" MOVE 2 TO INDICE-LETRA
           WHEN OTHER MOVE 3 TO INDICE-LETRA
       END-EVALUATE.
       ADD 1 TO CANTIDAD-LETRA (INDICE-LETRA).
       ADD NETO-COMPROBANTE TO NETO-LETRA (INDICE-LETRA).
       ADD IVA-COMPROBANTE TO IVA-LETRA (INDICE-LETRA).
       ADD TOTAL-COMPROBANTE TO TOTAL-LETRA (INDICE-LETRA).
       ADD NETO-COMPROBANTE TO NETO-GENERAL.
       ADD IVA-COMPROBANTE TO IVA-GENERAL.
       ADD TOTAL-COMPROBANTE TO TOTAL-GENERAL.
       PERFORM ESCRIBIR-LINEA-EXPORT.

       ESCRIBIR-LINEA-EXPORT.
       MOVE SPACE TO EXPORT-REGISTRO.
       MOVE FECHA-COMPROBANTE TO EXPORT-FECHA.
       MOVE TIPO-COMPROBANTE TO EXPORT-TIPO.
       MOVE LETRA-COMPROBANTE TO EXPORT-LETRA.
       MOVE PUNTO-VENTA TO EXPORT-PUNTO-VENTA.
       MOVE NUMERO-COMPROBANTE TO EXPORT-NUMERO.
       IF  CUIT-CLIENTE NOT = SPACE
           MOVE "80" TO EXPORT-DOC-TIPO
           MOVE CUIT-CLIENTE TO EXPORT-DOC-NUMERO
       ELSE
           MOVE "96" TO EXPORT-DOC-TIPO
           MOVE DNI-COMPROBANTE TO EXPORT-DOC-NUMERO
       END-IF.
       MOVE NOMBRE-COMPROBANTE TO EXPORT-NOMBRE.
       IF  CONDICION-CLIENTE = SPACE
           MOVE "CF" TO EXPORT-CONDICION-IVA
       ELSE
           MOVE CONDICION-CLIENTE TO EXPORT-CONDICION-IVA
       END-IF.
       MOVE NETO-COMPROBANTE TO EXPORT-NETO.
       MOVE IVA-COMPROBANTE TO EXPORT-IVA.
       MOVE TOTAL-COMPROBANTE TO EXPORT-TOTAL.
       WRITE EXPORT-REGISTRO.
       ADD 1 TO COMPROBANTES-EXPORTADOS.

       MOSTRAR-TOTALES.
       DISPLAY "---------------------------------------------".
       MOVE ZERO TO INDICE-LETRA.
       PERFORM MOSTRAR-TOTAL-LETRA UNTIL INDICE-LETRA NOT < 3.
       MOVE NETO-GENERAL TO NETO-EDITADO.
       MOVE IVA-GENERAL TO IVA-EDITADO.
       MOVE TOTAL-GENERAL TO IMPORTE-EDITADO.
       DISPLAY "TOTAL DEL PERIODO".
       DISPLAY "  Neto: " NETO-EDITADO "  IVA: " IVA-EDITADO
           "  Total: " IMPORTE-EDITADO.
       DISPLAY "=============================================".

       MOSTRAR-TOTAL-LETRA.
       ADD 1 TO INDICE-LETRA.
       IF  CANTIDAD-LETRA (INDICE-LETRA) > ZERO
           MOVE NETO-LETRA (INDICE-LETRA) TO NETO-EDITADO
           MOVE IVA-LETRA (INDICE-LETRA) TO IVA-EDITADO
           MOVE TOTAL-LETRA (INDICE-LETRA) TO IMPORTE-EDITADO
           DISPLAY "Letra " LETRAS (INDICE-LETRA:1)
               " (" CANTIDAD-LETRA (INDICE-LETRA) " comprobantes)"
           DISPLAY "  Neto: " NETO-EDITADO "  IVA: " IVA-EDITADO
               "  Total: " IMPORTE-EDITADO
       END-IF.

       END PROGRAM LIBRO-IVA-VENTAS.

      *          o por debajo, para armar el pedido al proveedor
      *          antes de quedarse sin piezas en medio de un arreglo.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * 15/10/2026 - Categoria y precio de venta agregados al registro
      *              de repuestos.
      * 15/10/2026 - Ventas de mostrador del mes por repuesto, en una
      *              linea aparte, y unidades e importe vendidos en el
      *              mes al pie del listado.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-STOCK.
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-PARTS-STATUS.

      *Archivo fisico de Lineas de las ventas de mostrador
       SELECT OPTIONAL VENTAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\ventas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VENTAS-CLAVE
       ALTERNATE RECORD KEY IS VENTAS-CODIGO WITH DUPLICATES
       FILE STATUS IS WS-VENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

      *Archivo logico de Ventas de mostrador, una linea por
      *repuesto vendido
       FD VENTAS-FILE.
           01 VENTAS-REGISTERS.
               05 VENTAS-CLAVE.
                   10 VENTAS-RECIBO PIC X(6).
                   10 VENTAS-RENGLON PIC 9(2).
               05 VENTAS-FECHA PIC X(8).
               05 VENTAS-CODIGO PIC X(8).
               05 VENTAS-DESCRIPCION PIC X(40).
               05 VENTAS-CANTIDAD PIC 9(5).
               05 VENTAS-PRECIO PIC 9(7)V99.
               05 VENTAS-IMPORTE PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WS-PARTS-STATUS PIC X(2).
       01  WS-VENTAS-STATUS PIC X(2).

       01  FIN-REPUESTOS PIC X.
       01  FIN-VENTAS PIC X.

       01  CONTADOR-REPUESTOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-REPONER PIC 9(4) VALUE ZERO.
       01  COSTO-EDITADO PIC -ZZZZZZZ9.99.

      *Ventas de mostrador del mes pedido, por repuesto y en total
       01  MES-VENTAS PIC X(6).
       01  FECHA-DE-HOY PIC 9(8).
       01  UNIDADES-REPUESTO PIC 9(6) VALUE ZERO.
       01  VENDIDO-REPUESTO PIC 9(9)V99 VALUE ZERO.
       01  UNIDADES-MES PIC 9(7) VALUE ZERO.
       01  VENDIDO-MES PIC 9(10)V99 VALUE ZERO.
       01  VENDIDO-EDITADO PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       OPEN INPUT PARTS-FILE.
       OPEN INPUT VENTAS-FILE.
       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       DISPLAY "Introduzca el mes de las ventas de mostrador (AAAAMM)".
       DISPLAY "o deje en blanco para usar el mes actual: ".
       ACCEPT MES-VENTAS.
       IF  MES-VENTAS = SPACE
           MOVE FECHA-DE-HOY (1:6) TO MES-VENTAS
       END-IF.
       DISPLAY " ".
       DISPLAY "===== Stock de repuestos =====".
       DISPLAY " ".
       DISPLAY " ".
       DISPLAY "Repuestos listados: " CONTADOR-REPUESTOS.
       DISPLAY "Repuestos para reponer: " CONTADOR-REPONER.
       DISPLAY "Unidades vendidas en mostrador en " MES-VENTAS ": "
           UNIDADES-MES.
       MOVE VENDIDO-MES TO VENDIDO-EDITADO.
       DISPLAY "Total ventas de mostrador en " MES-VENTAS ": "
           VENDIDO-EDITADO.
       CLOSE PARTS-FILE.
       CLOSE VENTAS-FILE.

       PROGRAM-DONE.
       STOP RUN.
           ADD 1 TO CONTADOR-REPONER
           DISPLAY "   *** REPONER ***"
       END-IF.
       PERFORM SUMAR-VENTAS-REPUESTO.
       IF  UNIDADES-REPUESTO > ZERO
           MOVE VENDIDO-REPUESTO TO VENDIDO-EDITADO
           DISPLAY "   Venta de mostrador del mes: "
               UNIDADES-REPUESTO " unidades  " VENDIDO-EDITADO
       END-IF.

      *Suma las ventas de mostrador del mes del repuesto, leidas
      *directo por la clave alternativa del codigo
       SUMAR-VENTAS-REPUESTO.
       MOVE ZERO TO UNIDADES-REPUESTO.
       MOVE ZERO TO VENDIDO-REPUESTO.
       MOVE PARTS-CODIGO TO VENTAS-CODIGO.
       START VENTAS-FILE KEY IS EQUAL TO VENTAS-CODIGO
           INVALID KEY MOVE "S" TO FIN-VENTAS
           NOT INVALID KEY MOVE "N" TO FIN-VENTAS
       END-START.
       PERFORM SUMAR-VENTA-SIGUIENTE UNTIL FIN-VENTAS = "S".
       ADD UNIDADES-REPUESTO TO UNIDADES-MES.
       ADD VENDIDO-REPUESTO TO VENDIDO-MES.

       SUMAR-VENTA-SIGUIENTE.
       READ VENTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-VENTAS
           NOT AT END
               IF  VENTAS-CODIGO NOT = PARTS-CODIGO
                   MOVE "S" TO FIN-VENTAS
               ELSE
                   IF  VENTAS-FECHA (1:6) = MES-VENTAS
                       ADD VENTAS-CANTIDAD TO UNIDADES-REPUESTO
                       ADD VENTAS-IMPORTE TO VENDIDO-REPUESTO
                   END-IF
               END-IF
       END-READ.

       END PROGRAM REPORTE-STOCK.

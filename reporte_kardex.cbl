      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Kardex de repuestos e inventario valorizado, los dos
      *          sacados de los movimientos de stock de movstock.dat.
      *          El kardex de un repuesto lista, para un rango de
      *          fechas, el saldo inicial, cada movimiento con su
      *          documento, lo que entro y salio y el saldo que fue
      *          quedando. El inventario valorizado toma, para cada
      *          repuesto, el saldo del ultimo movimiento hasta la
      *          fecha de corte (el cierre del mes) a su costo
      *          unitario, y lo suma en el valor total del deposito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-KARDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Archivo fisico de Repuestos
       SELECT OPTIONAL PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-PARTS-STATUS.

      *Archivo fisico de Movimientos de stock (kardex)
       SELECT OPTIONAL MOVSTOCK-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\movstock.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MOVSTOCK-ID
       ALTERNATE RECORD KEY IS MOVSTOCK-CODIGO WITH DUPLICATES
       FILE STATUS IS WS-MOVSTOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Archivo logico de Repuestos
       FD PARTS-FILE.
           01 PARTS-REGISTERS.
               05 PARTS-CODIGO PIC X(8).
               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

      *Archivo logico de Movimientos de stock (kardex)
       FD MOVSTOCK-FILE.
           01 MOVSTOCK-REGISTERS.
               05 MOVSTOCK-ID PIC X(6).
               05 MOVSTOCK-CODIGO PIC X(8).
               05 MOVSTOCK-FECHA PIC X(8).
               05 MOVSTOCK-TIPO PIC X(1).
               05 MOVSTOCK-ENTRADA PIC 9(5).
               05 MOVSTOCK-SALIDA PIC 9(5).
               05 MOVSTOCK-SALDO PIC 9(5).
               05 MOVSTOCK-COSTO PIC 9(7)V99.
               05 MOVSTOCK-DOCUMENTO PIC X(20).
               05 MOVSTOCK-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-PARTS-STATUS PIC X(2).
       01  WS-MOVSTOCK-STATUS PIC X(2).

       01  FIN-REPUESTOS PIC X.
       01  FIN-MOVSTOCK PIC X.

       01  OPCION-INFORME PIC 9 VALUE ZERO.
       01  CODIGO-PEDIDO PIC X(8).

      *Rango del kardex y fecha de corte del inventario
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DESDE PIC X(8).
       01  FECHA-HASTA PIC X(8).
       01  FECHA-CORTE PIC X(8).

      *Saldos y totales del kardex de un repuesto
       01  SALDO-INICIAL PIC 9(5) VALUE ZERO.
       01  SALDO-FINAL PIC 9(5) VALUE ZERO.
       01  TOTAL-ENTRADAS PIC 9(7) VALUE ZERO.
       01  TOTAL-SALIDAS PIC 9(7) VALUE ZERO.
       01  CONTADOR-MOVIMIENTOS PIC 9(5) VALUE ZERO.
       01  TEXTO-TIPO-MOVIMIENTO PIC X(10).

      *Inventario valorizado al corte
       01  SALDO-AL-CORTE PIC 9(5) VALUE ZERO.
       01  COSTO-AL-CORTE PIC 9(7)V99 VALUE ZERO.
       01  VALOR-REPUESTO PIC 9(11)V99 VALUE ZERO.
       01  VALOR-TOTAL PIC 9(13)V99 VALUE ZERO.
       01  UNIDADES-TOTAL PIC 9(9) VALUE ZERO.
       01  CONTADOR-REPUESTOS PIC 9(4) VALUE ZERO.

       01  CANTIDAD-EDITADA PIC ZZZZ9.
       01  COSTO-EDITADO PIC -ZZZZZZZ9.99.
       01  VALOR-EDITADO PIC -ZZZZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       OPEN INPUT PARTS-FILE.
       OPEN INPUT MOVSTOCK-FILE.
       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "===== Kardex de repuestos =====".
       DISPLAY "1. Kardex de un repuesto".
       DISPLAY "2. Inventario valorizado al cierre".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-INFORME.
       EVALUATE OPCION-INFORME
           WHEN 1 PERFORM EMITIR-KARDEX
           WHEN 2 PERFORM EMITIR-VALORIZACION
           WHEN OTHER DISPLAY "Opcion invalida."
       END-EVALUATE.
       CLOSE PARTS-FILE.
       CLOSE MOVSTOCK-FILE.

       PROGRAM-DONE.
       STOP RUN.

      *Kardex de un repuesto entre dos fechas
       EMITIR-KARDEX.
       DISPLAY "Introduzca el codigo del repuesto: ".
       ACCEPT CODIGO-PEDIDO.
       MOVE CODIGO-PEDIDO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un repuesto con ese codigo."
           NOT INVALID KEY
               PERFORM PEDIR-RANGO-FECHAS
               IF  FECHA-HASTA < FECHA-DESDE
                   DISPLAY "La fecha hasta es anterior a la fecha "
                       "desde, no se emite el kardex."
               ELSE
                   PERFORM LISTAR-KARDEX
               END-IF
       END-READ.

       PEDIR-RANGO-FECHAS.
       DISPLAY "Introduzca la fecha desde (AAAAMMDD) o".
       DISPLAY "deje en blanco para el primero del mes: ".
       ACCEPT FECHA-DESDE.
       IF  FECHA-DESDE = SPACE
           MOVE FECHA-DE-HOY TO FECHA-DESDE
           MOVE "01" TO FECHA-DESDE (7:2)
       END-IF.
       DISPLAY "Introduzca la fecha hasta (AAAAMMDD) o".
       DISPLAY "deje en blanco para usar la de hoy: ".
       ACCEPT FECHA-HASTA.
       IF  FECHA-HASTA = SPACE
           MOVE FECHA-DE-HOY TO FECHA-HASTA
       END-IF.

      *Los movimientos de un repuesto se leen por la clave
      *alternativa del codigo, en el orden en que se grabaron. Los
      *anteriores al rango solo dejan el saldo inicial
       LISTAR-KARDEX.
       MOVE ZERO TO SALDO-INICIAL.
       MOVE ZERO TO TOTAL-ENTRADAS.
       MOVE ZERO TO TOTAL-SALIDAS.
       MOVE ZERO TO CONTADOR-MOVIMIENTOS.
       DISPLAY " ".
       DISPLAY "===== Kardex del repuesto " PARTS-CODIGO
           " del " FECHA-DESDE " al " FECHA-HASTA " =====".
       DISPLAY PARTS-DESCRIPCION.
       DISPLAY " ".
       DISPLAY "Fecha    Tipo       Documento            "
           "Entrada Salida  Saldo".
       MOVE PARTS-CODIGO TO MOVSTOCK-CODIGO.
       START MOVSTOCK-FILE KEY IS EQUAL TO MOVSTOCK-CODIGO
           INVALID KEY MOVE "S" TO FIN-MOVSTOCK
           NOT INVALID KEY MOVE "N" TO FIN-MOVSTOCK
       END-START.
       PERFORM BUSCAR-SALDO-INICIAL UNTIL FIN-MOVSTOCK = "S".
       MOVE SALDO-INICIAL TO CANTIDAD-EDITADA.
       DISPLAY "Saldo inicial                                "
           "               " CANTIDAD-EDITADA.
       MOVE SALDO-INICIAL TO SALDO-FINAL.
       MOVE PARTS-CODIGO TO MOVSTOCK-CODIGO.
       START MOVSTOCK-FILE KEY IS EQUAL TO MOVSTOCK-CODIGO
           INVALID KEY MOVE "S" TO FIN-MOVSTOCK
           NOT INVALID KEY MOVE "N" TO FIN-MOVSTOCK
       END-START.
       PERFORM LISTAR-MOVIMIENTO-SIGUIENTE UNTIL FIN-MOVSTOCK = "S".
       DISPLAY " ".
       DISPLAY "Movimientos en el rango: " CONTADOR-MOVIMIENTOS.
       DISPLAY "Total entradas: " TOTAL-ENTRADAS.
       DISPLAY "Total salidas: " TOTAL-SALIDAS.
       MOVE SALDO-FINAL TO CANTIDAD-EDITADA.
       DISPLAY "Saldo final: " CANTIDAD-EDITADA.
       IF  FECHA-HASTA NOT < FECHA-DE-HOY
       AND SALDO-FINAL NOT = PARTS-STOCK
           DISPLAY "Atencion: el saldo del kardex no coincide con "
               "el stock del maestro (" PARTS-STOCK ")."
       END-IF.

       BUSCAR-SALDO-INICIAL.
       READ MOVSTOCK-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-MOVSTOCK
           NOT AT END
               IF  MOVSTOCK-CODIGO NOT = PARTS-CODIGO
               OR  MOVSTOCK-FECHA NOT < FECHA-DESDE
                   MOVE "S" TO FIN-MOVSTOCK
               ELSE
                   MOVE MOVSTOCK-SALDO TO SALDO-INICIAL
               END-IF
       END-READ.

       LISTAR-MOVIMIENTO-SIGUIENTE.
       READ MOVSTOCK-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-MOVSTOCK
           NOT AT END
               IF  MOVSTOCK-CODIGO NOT = PARTS-CODIGO
               OR  MOVSTOCK-FECHA > FECHA-HASTA
                   MOVE "S" TO FIN-MOVSTOCK
               ELSE
                   IF  MOVSTOCK-FECHA NOT < FECHA-DESDE
                       PERFORM MOSTRAR-MOVIMIENTO
                   END-IF
               END-IF
       END-READ.

       MOSTRAR-MOVIMIENTO.
       ADD 1 TO CONTADOR-MOVIMIENTOS.
       ADD MOVSTOCK-ENTRADA TO TOTAL-ENTRADAS.
       ADD MOVSTOCK-SALIDA TO TOTAL-SALIDAS.
       MOVE MOVSTOCK-SALDO TO SALDO-FINAL.
       PERFORM DESCRIBIR-TIPO-MOVIMIENTO.
       DISPLAY MOVSTOCK-FECHA " " TEXTO-TIPO-MOVIMIENTO " "
           MOVSTOCK-DOCUMENTO " " MOVSTOCK-ENTRADA "   "
           MOVSTOCK-SALIDA "   " MOVSTOCK-SALDO.

       DESCRIBIR-TIPO-MOVIMIENTO.
       EVALUATE MOVSTOCK-TIPO
           WHEN "I" MOVE "INICIAL" TO TEXTO-TIPO-MOVIMIENTO
           WHEN "C" MOVE "CONSUMO" TO TEXTO-TIPO-MOVIMIENTO
           WHEN "R" MOVE "RECEPCION" TO TEXTO-TIPO-MOVIMIENTO
           WHEN "J" MOVE "AJUSTE" TO TEXTO-TIPO-MOVIMIENTO
           WHEN "F" MOVE "CONTEO" TO TEXTO-TIPO-MOVIMIENTO
           WHEN "V" MOVE "VENTA" TO TEXTO-TIPO-MOVIMIENTO
           WHEN OTHER MOVE MOVSTOCK-TIPO TO TEXTO-TIPO-MOVIMIENTO
       END-EVALUATE.

      *Inventario valorizado: el saldo de cada repuesto a la fecha
      *de corte por el costo unitario de su ultimo movimiento
       EMITIR-VALORIZACION.
       DISPLAY "Introduzca la fecha de corte (AAAAMMDD) o".
       DISPLAY "deje en blanco para usar la de hoy: ".
       ACCEPT FECHA-CORTE.
       IF  FECHA-CORTE = SPACE
           MOVE FECHA-DE-HOY TO FECHA-CORTE
       END-IF.
       MOVE ZERO TO VALOR-TOTAL.
       MOVE ZERO TO UNIDADES-TOTAL.
       MOVE ZERO TO CONTADOR-REPUESTOS.
       DISPLAY " ".
       DISPLAY "===== Inventario valorizado al " FECHA-CORTE " =====".
       DISPLAY " ".
       MOVE SPACE TO PARTS-CODIGO.
       START PARTS-FILE KEY IS NOT LESS THAN PARTS-CODIGO
           INVALID KEY MOVE "S" TO FIN-REPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-REPUESTOS
       END-START.
       PERFORM VALORIZAR-REPUESTO-SIGUIENTE UNTIL FIN-REPUESTOS = "S".
       DISPLAY " ".
       DISPLAY "Repuestos con existencia: " CONTADOR-REPUESTOS.
       DISPLAY "Unidades en deposito: " UNIDADES-TOTAL.
       MOVE VALOR-TOTAL TO TOTAL-EDITADO.
       DISPLAY "Valor total del inventario: " TOTAL-EDITADO.

       VALORIZAR-REPUESTO-SIGUIENTE.
       READ PARTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-REPUESTOS
           NOT AT END
               PERFORM VALORIZAR-REPUESTO
       END-READ.

       VALORIZAR-REPUESTO.
       MOVE ZERO TO SALDO-AL-CORTE.
       MOVE PARTS-COSTO TO COSTO-AL-CORTE.
       MOVE PARTS-CODIGO TO MOVSTOCK-CODIGO.
       START MOVSTOCK-FILE KEY IS EQUAL TO MOVSTOCK-CODIGO
           INVALID KEY MOVE "S" TO FIN-MOVSTOCK
           NOT INVALID KEY MOVE "N" TO FIN-MOVSTOCK
       END-START.
       PERFORM BUSCAR-SALDO-AL-CORTE UNTIL FIN-MOVSTOCK = "S".
       IF  SALDO-AL-CORTE > ZERO
           ADD 1 TO CONTADOR-REPUESTOS
           ADD SALDO-AL-CORTE TO UNIDADES-TOTAL
           COMPUTE VALOR-REPUESTO = SALDO-AL-CORTE * COSTO-AL-CORTE
           ADD VALOR-REPUESTO TO VALOR-TOTAL
           MOVE SALDO-AL-CORTE TO CANTIDAD-EDITADA
           MOVE COSTO-AL-CORTE TO COSTO-EDITADO
           MOVE VALOR-REPUESTO TO VALOR-EDITADO
           DISPLAY PARTS-CODIGO " " PARTS-DESCRIPCION
               "  Saldo: " CANTIDAD-EDITADA
               "  Costo: " COSTO-EDITADO
               "  Valor: " VALOR-EDITADO
       END-IF.

       BUSCAR-SALDO-AL-CORTE.
       READ MOVSTOCK-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-MOVSTOCK
           NOT AT END
               IF  MOVSTOCK-CODIGO NOT = PARTS-CODIGO
               OR  MOVSTOCK-FECHA > FECHA-CORTE
                   MOVE "S" TO FIN-MOVSTOCK
               ELSE
                   MOVE MOVSTOCK-SALDO TO SALDO-AL-CORTE
                   MOVE MOVSTOCK-COSTO TO COSTO-AL-CORTE
               END-IF
       END-READ.

       END PROGRAM REPORTE-KARDEX.

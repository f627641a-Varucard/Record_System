      *              presupuesto en el archivo de pagos, para poder
      *              abrir el archivo regenerado con claves
      *              alternativas.
      * 15/10/2026 - Las anulaciones de pagos se listan el dia en que
      *              se hicieron, rotuladas con el pago que anulan, y
      *              se descuentan del total del dia y de su forma de
      *              pago; el resumen muestra cuantas hubo y por
      *              cuanto.
      * 15/10/2026 - Los cobros de ventas de mostrador se listan como
      *              ventas y se totalizan aparte de los ingresos por
      *              reparaciones; entran en su forma de pago y en el
      *              total del dia.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAJA.
      *Archivo logico de Pagos
       FD PAYMENTS-FILE.
           01 PAYMENTS-REGISTERS.
               05 PAYMENTS-ID PIC X(6).
               05 PAYMENTS-PRESUPUESTO PIC X(6).
               05 PAYMENTS-FECHA PIC X(8).
               05 PAYMENTS-IMPORTE PIC S9(7)V99.
               05 PAYMENTS-FORMA_PAGO PIC X(15).
               05 PAYMENTS-TIPO PIC X(1).
               05 PAYMENTS-REFERENCIA PIC X(6).

       WORKING-STORAGE SECTION.

       01  TABLA-FORMAS.
           05 LINEA-FORMA OCCURS 20 TIMES.
               10 FORMA-DE-LA-LINEA PIC X(15).
               10 TOTAL-DE-LA-LINEA PIC S9(9)V99.
       01  CANTIDAD-FORMAS PIC 9(2) VALUE ZERO.
       01  INDICE-FORMA PIC 9(2) VALUE ZERO.
       01  FORMA-ENCONTRADA PIC X.

       01  CONTADOR-PAGOS PIC 9(4) VALUE ZERO.
       01  TOTAL-DEL-DIA PIC S9(9)V99 VALUE ZERO.

      *Anulaciones de pagos asentadas en el dia, ya descontadas del
      *total del dia y de su forma de pago
       01  CONTADOR-ANULACIONES PIC 9(4) VALUE ZERO.
       01  TOTAL-ANULADO PIC 9(9)V99 VALUE ZERO.

      *Cobros de ventas de mostrador del dia, que se muestran aparte
      *de los ingresos por reparaciones
       01  CONTADOR-VENTAS PIC 9(4) VALUE ZERO.
       01  TOTAL-VENTAS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-REPARACIONES PIC S9(9)V99 VALUE ZERO.
       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           AT END MOVE "S" TO FIN-PAGOS
           NOT AT END
               IF  PAYMENTS-FECHA = FECHA-ARQUEO
                   EVALUATE PAYMENTS-TIPO
                       WHEN "R"
                           ADD 1 TO CONTADOR-ANULACIONES
                           SUBTRACT PAYMENTS-IMPORTE FROM TOTAL-ANULADO
                       WHEN "V"
                           ADD 1 TO CONTADOR-VENTAS
                           ADD PAYMENTS-IMPORTE TO TOTAL-VENTAS
                       WHEN OTHER
                           ADD 1 TO CONTADOR-PAGOS
                   END-EVALUATE
                   ADD PAYMENTS-IMPORTE TO TOTAL-DEL-DIA
                   PERFORM MOSTRAR-LINEA-PAGO
                   PERFORM ACUMULAR-POR-FORMA

       MOSTRAR-LINEA-PAGO.
       MOVE PAYMENTS-IMPORTE TO IMPORTE-EDITADO.
       EVALUATE PAYMENTS-TIPO
           WHEN "R"
               DISPLAY "Anul " PAYMENTS-ID
                   "  Presupuesto " PAYMENTS-PRESUPUESTO
                   "  " PAYMENTS-FORMA_PAGO
                   "  " IMPORTE-EDITADO
                   "  del pago " PAYMENTS-REFERENCIA
           WHEN "V"
               DISPLAY "Vta  " PAYMENTS-ID
                   "  Venta mostrador "
                   "  " PAYMENTS-FORMA_PAGO
                   "  " IMPORTE-EDITADO
           WHEN OTHER
               DISPLAY "Pago " PAYMENTS-ID
                   "  Presupuesto " PAYMENTS-PRESUPUESTO
                   "  " PAYMENTS-FORMA_PAGO
                   "  " IMPORTE-EDITADO
       END-EVALUATE.

      *Acumula el pago actual en la linea de su forma de pago,
      *agregando una linea nueva si la forma aparece por primera vez
           UNTIL INDICE-FORMA NOT < CANTIDAD-FORMAS
       END-IF.
       DISPLAY " ".
       DISPLAY "Cantidad de pagos del dia: " CONTADOR-PAGOS.
       IF  CONTADOR-ANULACIONES > ZERO
           DISPLAY "Pagos anulados en el dia:  " CONTADOR-ANULACIONES
           MOVE TOTAL-ANULADO TO IMPORTE-EDITADO
           DISPLAY "Total anulado en el dia:   " IMPORTE-EDITADO
       END-IF.
       COMPUTE TOTAL-REPARACIONES = TOTAL-DEL-DIA - TOTAL-VENTAS.
       MOVE TOTAL-REPARACIONES TO TOTAL-EDITADO.
       DISPLAY "Ingresos por reparaciones: " TOTAL-EDITADO.
       DISPLAY "Ventas de mostrador:       " CONTADOR-VENTAS.
       MOVE TOTAL-VENTAS TO TOTAL-EDITADO.
       DISPLAY "Total ventas de mostrador: " TOTAL-EDITADO.
       MOVE TOTAL-DEL-DIA TO TOTAL-EDITADO.
       DISPLAY "Total ingresado en el dia: " TOTAL-EDITADO.

       MOSTRAR-LINEA-TOTAL.

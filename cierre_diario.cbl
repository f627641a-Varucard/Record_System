      *          siguen saliendo con REPORTE-INTEGRIDAD,
      *          REPORTE-CAJA, REPORTE-TALLER y REPORTE-STOCK.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * 15/10/2026 - Campos de aprobacion del presupuesto agregados
      *              al registro. Los equipos devueltos sin reparar
      *              no cuentan como equipos en el taller.
      * 15/10/2026 - El arqueo de caja cuenta aparte las anulaciones de
      *              pagos del dia y las descuenta del total de caja,
      *              que queda neto. El registro del cierre crece.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Categoria y precio de venta agregados al registro
      *              de repuestos.
      * 15/10/2026 - El arqueo de caja cuenta aparte los cobros de
      *              ventas de mostrador y el resumen separa los
      *              ingresos por reparaciones de las ventas. El
      *              registro del cierre crece.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-DIARIO.
               05 CIERRE-HUERFANOS PIC 9(4).
               05 CIERRE-DUPLICADOS PIC 9(4).
               05 CIERRE-PAGOS PIC 9(4).
               05 CIERRE-TOTAL-CAJA PIC S9(9)V99.
               05 CIERRE-EQUIPOS-TALLER PIC 9(4).
               05 CIERRE-REPONER PIC 9(4).
               05 CIERRE-ANULACIONES PIC 9(4).
               05 CIERRE-TOTAL-ANULADO PIC 9(9)V99.
               05 CIERRE-VENTAS PIC 9(4).
               05 CIERRE-TOTAL-VENTAS PIC 9(9)V99.

      *Archivo logico de Clientes
       FD CUSTOMERS-FILE.
           01 CUSTOMERS-REGISTERS.
               05 CUSTOMERS-ID PIC X(6).
               05 CUSTOMERS-DNI PIC X(8).
               05 CUSTOMERS-NAME PIC X(25).
               05 CUSTOMERS-CELLPHONE PIC X(11).
               05 CUSTOMERS-EMAIL PIC X(50).
               05 CUSTOMERS-ADDRESS PIC X(35).
               05 CUSTOMERS-CONDICION-IVA PIC X(2).
               05 CUSTOMERS-CUIT PIC X(11).

      *Archivo logico de Equipos
       FD EQUIPMENTS-FILE.
           01 EQUIPMENTS-REGISTERS.
               05 EQUIPMENTS-ID PIC X(6).
               05 EQUIPMENTS-DNI PIC X(8).
               05 EQUIPMENTS-TIPO PIC X(10).
               05 EQUIPMENTS-DESCRIPCION PIC X(100).
               05 EQUIPMENTS-ESTADO PIC X(1).
               05 EQUIPMENTS-FECHA-INGRESO PIC X(8).
               05 EQUIPMENTS-FECHA-ENTREGA PIC X(8).
               05 EQUIPMENTS-TECNICO PIC X(6).
               05 EQUIPMENTS-GARANTIA PIC 9(3).
               05 EQUIPMENTS-ORIGEN PIC X(6).
               05 EQUIPMENTS-SIN-CARGO PIC X(1).

      *Archivo logico de Presupuestos
       FD BUDGETS-FILE.
           01 BUDGETS-REGISTERS.
               05 BUDGETS-ID PIC X(6).
               05 BUDGETS-DNI PIC X(8).
               05 BUDGETS-DESCRIPCION PIC X(100).
               05 BUDGETS-FORMA_PAGO PIC X(15).
               05 BUDGETS-FECHA PIC X(10).
               05 BUDGETS-PAGADO PIC X(1).
               05 BUDGETS-IMPORTE PIC 9(7)V99.
               05 BUDGETS-EQUIPO PIC X(6).
               05 BUDGETS-APROBACION PIC X(1).
               05 BUDGETS-FECHA-EMISION PIC X(8).
               05 BUDGETS-VALIDEZ PIC 9(3).
               05 BUDGETS-FECHA-RESPUESTA PIC X(8).
               05 BUDGETS-MEDIO-RESPUESTA PIC X(15).

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

      *Archivo logico de Repuestos
       FD PARTS-FILE.
               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

       WORKING-STORAGE SECTION.

      *de integridad, igual que en REPORTE-INTEGRIDAD
       01  TABLA-CLIENTES.
           05 CLIENTE-DE-LA-TABLA OCCURS 500 TIMES.
               10 ID-EN-TABLA PIC X(6).
               10 DNI-EN-TABLA PIC X(8).
       01  CANTIDAD-CLIENTES PIC 9(4) VALUE ZERO.
       01  INDICE-CLIENTE PIC 9(4) VALUE ZERO.
       01  HUERFANOS-DEL-PASO PIC 9(4) VALUE ZERO.
       01  DUPLICADOS-DEL-PASO PIC 9(4) VALUE ZERO.
       01  PAGOS-DEL-PASO PIC 9(4) VALUE ZERO.
       01  TOTAL-DEL-PASO PIC S9(9)V99 VALUE ZERO.
       01  ANULACIONES-DEL-PASO PIC 9(4) VALUE ZERO.
       01  ANULADO-DEL-PASO PIC 9(9)V99 VALUE ZERO.
       01  VENTAS-DEL-PASO PIC 9(4) VALUE ZERO.
       01  VENDIDO-DEL-PASO PIC 9(9)V99 VALUE ZERO.
       01  REPARACIONES-DEL-DIA PIC S9(9)V99 VALUE ZERO.
       01  EQUIPOS-DEL-PASO PIC 9(4) VALUE ZERO.
       01  REPONER-DEL-PASO PIC 9(4) VALUE ZERO.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       MOVE ZERO TO CIERRE-TOTAL-CAJA.
       MOVE ZERO TO CIERRE-EQUIPOS-TALLER.
       MOVE ZERO TO CIERRE-REPONER.
       MOVE ZERO TO CIERRE-ANULACIONES.
       MOVE ZERO TO CIERRE-TOTAL-ANULADO.
       MOVE ZERO TO CIERRE-VENTAS.
       MOVE ZERO TO CIERRE-TOTAL-VENTAS.
       WRITE CIERRE-REGISTERS
           INVALID KEY
               DISPLAY "Error al crear el registro del cierre, "

       CARGAR-TABLA-CLIENTES.
       MOVE ZERO TO CANTIDAD-CLIENTES.
       MOVE "000000" TO CUSTOMERS-ID.
       START CUSTOMERS-FILE KEY IS NOT LESS THAN CUSTOMERS-ID
           INVALID KEY MOVE "S" TO FIN-CLIENTES
           NOT INVALID KEY MOVE "N" TO FIN-CLIENTES
       END-IF.

       CONTAR-EQUIPOS-HUERFANOS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-READ.

       CONTAR-PRESUPUESTOS-ROTOS.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-IF.

      *Paso 2: arqueo de caja de la fecha, conteo y total como en
      *REPORTE-CAJA. Los cobros de ventas de mostrador entran en el
      *total de caja y se cuentan aparte de los pagos.
       PASO-CAJA.
       DISPLAY "Paso 2: arqueo de caja...".
       MOVE ZERO TO PAGOS-DEL-PASO.
       MOVE ZERO TO TOTAL-DEL-PASO.
       MOVE ZERO TO ANULACIONES-DEL-PASO.
       MOVE ZERO TO ANULADO-DEL-PASO.
       MOVE ZERO TO VENTAS-DEL-PASO.
       MOVE ZERO TO VENDIDO-DEL-PASO.
       MOVE "000000" TO PAYMENTS-ID.
       START PAYMENTS-FILE KEY IS NOT LESS THAN PAYMENTS-ID
           INVALID KEY MOVE "S" TO FIN-PAGOS
           NOT INVALID KEY MOVE "N" TO FIN-PAGOS
       PERFORM CONTAR-PAGO-SIGUIENTE UNTIL FIN-PAGOS = "S".
       MOVE PAGOS-DEL-PASO TO CIERRE-PAGOS.
       MOVE TOTAL-DEL-PASO TO CIERRE-TOTAL-CAJA.
       MOVE ANULACIONES-DEL-PASO TO CIERRE-ANULACIONES.
       MOVE ANULADO-DEL-PASO TO CIERRE-TOTAL-ANULADO.
       MOVE VENTAS-DEL-PASO TO CIERRE-VENTAS.
       MOVE VENDIDO-DEL-PASO TO CIERRE-TOTAL-VENTAS.
       MOVE "1" TO CIERRE-PASO-CAJA.
       PERFORM GRABAR-AVANCE-CIERRE.

           AT END MOVE "S" TO FIN-PAGOS
           NOT AT END
               IF  PAYMENTS-FECHA = FECHA-CIERRE
                   EVALUATE PAYMENTS-TIPO
                       WHEN "R"
                           ADD 1 TO ANULACIONES-DEL-PASO
                           SUBTRACT PAYMENTS-IMPORTE
                               FROM ANULADO-DEL-PASO
                       WHEN "V"
                           ADD 1 TO VENTAS-DEL-PASO
                           ADD PAYMENTS-IMPORTE TO VENDIDO-DEL-PASO
                       WHEN OTHER
                           ADD 1 TO PAGOS-DEL-PASO
                   END-EVALUATE
                   ADD PAYMENTS-IMPORTE TO TOTAL-DEL-PASO
               END-IF
       END-READ.
       PASO-TALLER.
       DISPLAY "Paso 3: equipos en el taller...".
       MOVE ZERO TO EQUIPOS-DEL-PASO.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-ESTADO NOT = "4"
               AND EQUIPMENTS-ESTADO NOT = "6"
                   ADD 1 TO EQUIPOS-DEL-PASO
               END-IF
       END-READ.
       DISPLAY "     CIERRE DEL DIA " CIERRE-FECHA.
       DISPLAY "=============================================".
       DISPLAY "Pagos registrados en el dia: " CIERRE-PAGOS.
       DISPLAY "Pagos anulados en el dia:    " CIERRE-ANULACIONES.
       MOVE CIERRE-TOTAL-ANULADO TO TOTAL-EDITADO.
       DISPLAY "Total anulado en el dia:     " TOTAL-EDITADO.
       COMPUTE REPARACIONES-DEL-DIA =
           CIERRE-TOTAL-CAJA - CIERRE-TOTAL-VENTAS.
       MOVE REPARACIONES-DEL-DIA TO TOTAL-EDITADO.
       DISPLAY "Ingresos por reparaciones:   " TOTAL-EDITADO.
       DISPLAY "Ventas de mostrador:         " CIERRE-VENTAS.
       MOVE CIERRE-TOTAL-VENTAS TO TOTAL-EDITADO.
       DISPLAY "Total ventas de mostrador:   " TOTAL-EDITADO.
       MOVE CIERRE-TOTAL-CAJA TO TOTAL-EDITADO.
       DISPLAY "Total de caja del dia:       " TOTAL-EDITADO.
       DISPLAY "   (cotejar contra la cinta de REPORTE-CAJA)".

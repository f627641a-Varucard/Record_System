      *          saldo distinto de cero, para la cobranza de fin de
      *          mes.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * 15/10/2026 - Los presupuestos rechazados o vencidos se listan
      *              rotulados y no suman su importe al saldo; solo
      *              cuentan los pagos que se les hayan aplicado.
      * 15/10/2026 - Las anulaciones de pagos se listan en la fecha en
      *              que se hicieron, rotuladas con el pago que anulan;
      *              su importe negativo devuelve el saldo.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA.
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

       WORKING-STORAGE SECTION.

      *Modo de emision: un solo DNI o todos los clientes con saldo
       01  MODO-EMISION PIC X.

      *Importe que se cobra del presupuesto: cero si el cliente lo
      *rechazo o vencio sin respuesta
       01  IMPORTE-A-COBRAR PIC 9(7)V99 VALUE ZERO.

      *Saldo corrido del presupuesto que se esta listando y totales
      *del cliente
       01  PRESUPUESTO-DEL-PAGO PIC X(6).
       01  SALDO-CORRIDO PIC S9(9)V99 VALUE ZERO.
       01  SALDO-PRESUPUESTO PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-ADEUDADO PIC S9(9)V99 VALUE ZERO.
       01  CONTADOR-PRESUPUESTOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-EMITIDOS PIC 9(4) VALUE ZERO.
       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *los que tienen saldo distinto de cero, para la cobranza
       EMITIR-ESTADOS-CON-SALDO.
       MOVE ZERO TO CONTADOR-EMITIDOS.
       MOVE "000000" TO CUSTOMERS-ID.
       START CUSTOMERS-FILE KEY IS NOT LESS THAN CUSTOMERS-ID
           INVALID KEY MOVE "S" TO FIN-CLIENTES
           NOT INVALID KEY MOVE "N" TO FIN-CLIENTES
      *si corresponde emitirle el estado de cuenta
       CALCULAR-SALDO-DEL-CLIENTE.
       MOVE ZERO TO TOTAL-ADEUDADO.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       DISPLAY "--------------------------------------------".
       MOVE ZERO TO TOTAL-ADEUDADO.
       MOVE ZERO TO CONTADOR-PRESUPUESTOS.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       MOVE BUDGETS-IMPORTE TO IMPORTE-EDITADO.
       DISPLAY "   Fecha: " BUDGETS-FECHA
           "   Importe: " IMPORTE-EDITADO.
       EVALUATE BUDGETS-APROBACION
           WHEN "R"
               DISPLAY "   Presupuesto RECHAZADO por el cliente: "
                   "no se cobra."
           WHEN "V"
               DISPLAY "   Presupuesto VENCIDO sin respuesta: "
                   "no se cobra."
       END-EVALUATE.
       MOVE IMPORTE-A-COBRAR TO SALDO-CORRIDO.
       PERFORM LISTAR-PAGOS-DEL-PRESUPUESTO.
       MOVE SALDO-CORRIDO TO SALDO-PRESUPUESTO.
       ADD SALDO-PRESUPUESTO TO TOTAL-ADEUDADO.
                   SUBTRACT PAYMENTS-IMPORTE FROM SALDO-CORRIDO
                   MOVE PAYMENTS-IMPORTE TO IMPORTE-EDITADO
                   MOVE SALDO-CORRIDO TO TOTAL-EDITADO
                   IF  PAYMENTS-TIPO = "R"
                       DISPLAY "   Anul " PAYMENTS-ID
                           "  " PAYMENTS-FECHA
                           "  Anulacion del pago " PAYMENTS-REFERENCIA
                           "  " IMPORTE-EDITADO
                           "  Saldo: " TOTAL-EDITADO
                   ELSE
                       DISPLAY "   Pago " PAYMENTS-ID
                           "  " PAYMENTS-FECHA
                           "  " PAYMENTS-FORMA_PAGO
                           "  " IMPORTE-EDITADO
                           "  Saldo: " TOTAL-EDITADO
                   END-IF
               END-IF
       END-READ.

      *suma de los pagos aplicados, leidos directo por la clave
      *alternativa del presupuesto
       CALCULAR-SALDO-PRESUPUESTO.
       MOVE IMPORTE-A-COBRAR TO SALDO-PRESUPUESTO.
       MOVE BUDGETS-ID TO PRESUPUESTO-DEL-PAGO.
       MOVE PRESUPUESTO-DEL-PAGO TO PAYMENTS-PRESUPUESTO.
       START PAYMENTS-FILE KEY IS EQUAL TO PAYMENTS-PRESUPUESTO
       END-READ.

      *Los presupuestos anteriores al importe lo traen en blanco;
      *se toma como cero antes de operar con el. Los rechazados y
      *los vencidos no se cobran.
       NORMALIZAR-IMPORTE-PRESUPUESTO.
       IF  BUDGETS-IMPORTE NOT NUMERIC
           MOVE ZERO TO BUDGETS-IMPORTE
       END-IF.
       MOVE BUDGETS-IMPORTE TO IMPORTE-A-COBRAR.
       IF  BUDGETS-APROBACION = "R" OR BUDGETS-APROBACION = "V"
           MOVE ZERO TO IMPORTE-A-COBRAR
       END-IF.

      *Busca el cliente por DNI, dejando el resultado en
      *CUSTOMERS-REGISTERS y DNI-VALIDO. La lectura es directa por

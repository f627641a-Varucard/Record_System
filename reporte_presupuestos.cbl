      *              anteriores a la incorporacion del importe.
      * 03/09/2026 - Acceso directo por claves alternativas en las
      *              busquedas por DNI y por presupuesto.
      * 15/10/2026 - Los presupuestos rechazados o vencidos no se
      *              cobran y quedan fuera del listado.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRESUPUESTOS.
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

       WORKING-STORAGE SECTION.

       01  DNI-A-VALIDAR PIC X(8).
       01  DNI-VALIDO PIC X.
       01  CONTADOR-PENDIENTES PIC 9(4) VALUE ZERO.
       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-PAGADO = "0"
               AND BUDGETS-APROBACION NOT = "R"
               AND BUDGETS-APROBACION NOT = "V"
                   ADD 1 TO CONTADOR-PENDIENTES
                   PERFORM BUSCAR-CLIENTE-DEL-PRESUPUESTO
                   PERFORM MOSTRAR-LINEA-PRESUPUESTO

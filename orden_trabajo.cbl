      *              presupuesto, leidas de detalles.dat.
      * 03/09/2026 - Acceso directo por claves alternativas en las
      *              busquedas por DNI y por presupuesto.
      * 15/10/2026 - Campos de aprobacion del presupuesto (estado,
      *              fecha de emision, validez y respuesta del cliente)
      *              agregados al registro de presupuestos.
      * 15/10/2026 - Porcentaje de comision agregado al registro de
      *              tecnicos, igual que en el sistema de registros.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEN-TRABAJO.
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

      *Archivo logico de Detalles de presupuesto
       FD DETALLES-FILE.
           01 DETALLES-REGISTERS.
               05 DETALLES-ID PIC X(6).
               05 DETALLES-PRESUPUESTO PIC X(6).
               05 DETALLES-TIPO PIC X(1).
               05 DETALLES-CODIGO PIC X(8).
               05 DETALLES-DESCRIPCION PIC X(40).
               05 DETALLES-CANTIDAD PIC 9(5).
               05 DETALLES-PRECIO PIC 9(7)V99.
               05 DETALLES-IMPORTE PIC 9(7)V99.

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

       WORKING-STORAGE SECTION.

       01  FIN-DETALLES PIC X.

      *Presupuesto cuyas lineas se estan listando
       01  PRESUPUESTO-LISTADO PIC X(6).
       01  LINEAS-LISTADAS PIC 9(3) VALUE ZERO.
       01  TEXTO-TIPO-LINEA PIC X(12).

       01  DNI-A-VALIDAR PIC X(8).
       01  DNI-VALIDO PIC X.

       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       MOSTRAR-LINEAS-DEL-PRESUPUESTO.
       MOVE BUDGETS-ID TO PRESUPUESTO-LISTADO.
       MOVE ZERO TO LINEAS-LISTADAS.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
      *Presupuestos del cliente sin equipo asignado (registros
      *anteriores a la referencia de equipo)
       MOSTRAR-PRESUPUESTOS-ORDEN.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS

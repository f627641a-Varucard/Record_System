      *              archivos de clientes, equipos y presupuestos,
      *              para poder abrirlos regenerados con las claves
      *              nuevas.
      * 15/10/2026 - Campos de aprobacion del presupuesto (estado,
      *              fecha de emision, validez y respuesta del cliente)
      *              agregados al registro de presupuestos.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INTEGRIDAD.
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

      *Archivos logicos de cuarentena, mismo formato que los fisicos
       FD EQUIPOS-CUARENTENA-FILE.
           01 EQUIPOS-CUARENTENA-REGISTRO PIC X(357).

       FD PRESU-CUARENTENA-FILE.
           01 PRESU-CUARENTENA-REGISTRO PIC X(190).

       WORKING-STORAGE SECTION.

      *recorrer el archivo una vez por cada registro
       01  TABLA-CLIENTES.
           05 CLIENTE-DE-LA-TABLA OCCURS 500 TIMES.
               10 ID-EN-TABLA PIC X(6).
               10 DNI-EN-TABLA PIC X(8).
       01  CANTIDAD-CLIENTES PIC 9(4) VALUE ZERO.
       01  INDICE-CLIENTE PIC 9(4) VALUE ZERO.
      *Carga el ID y el DNI de cada cliente en la tabla
       CARGAR-TABLA-CLIENTES.
       MOVE ZERO TO CANTIDAD-CLIENTES.
       MOVE "000000" TO CUSTOMERS-ID.
       START CUSTOMERS-FILE KEY IS NOT LESS THAN CUSTOMERS-ID
           INVALID KEY MOVE "S" TO FIN-CLIENTES
           NOT INVALID KEY MOVE "N" TO FIN-CLIENTES
       REVISAR-EQUIPOS.
       DISPLAY " ".
       DISPLAY "--- Equipos con DNI sin cliente ---".
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       REVISAR-PRESUPUESTOS.
       DISPLAY " ".
       DISPLAY "--- Presupuestos con referencias rotas ---".
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
           MOVIDOS-CUARENTENA.

       CUARENTENA-EQUIPOS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-READ.

       CUARENTENA-PRESUPUESTOS.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS

      *          reparaciones o que partida de repuestos esta
      *          fallando.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * 15/10/2026 - Campos de aprobacion del presupuesto (estado,
      *              fecha de emision, validez y respuesta del cliente)
      *              agregados al registro de presupuestos.
      * 15/10/2026 - Porcentaje de comision agregado al registro de
      *              tecnicos, igual que en el sistema de registros.
      * 15/10/2026 - Categoria y precio de venta agregados al registro
      *              de repuestos.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GARANTIAS.
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

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

      *Archivo logico de Consumos
       FD CONSUMOS-FILE.
           01 CONSUMOS-REGISTERS.
               05 CONSUMOS-ID PIC X(6).
               05 CONSUMOS-CODIGO PIC X(8).
               05 CONSUMOS-PRESUPUESTO PIC X(6).
               05 CONSUMOS-EQUIPO PIC X(6).
               05 CONSUMOS-CANTIDAD PIC 9(5).
               05 CONSUMOS-FECHA PIC X(8).

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

      *Archivo logico de Repuestos
       FD PARTS-FILE.
               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

       WORKING-STORAGE SECTION.

      *recorrer el archivo de equipos una vez por cada cruce
       01  TABLA-REINGRESOS.
           05 REINGRESO-DE-LA-TABLA OCCURS 200 TIMES.
               10 REIN-ID PIC X(6).
               10 REIN-ORIGEN PIC X(6).
               10 REIN-DNI PIC X(8).
               10 REIN-TIPO PIC X(10).
               10 REIN-FECHA PIC X(8).
               10 REIN-TECNICO PIC X(6).
       01  CANTIDAD-REINGRESOS PIC 9(3) VALUE ZERO.
       01  INDICE-REINGRESO PIC 9(3) VALUE ZERO.
       01  TABLA-DESBORDADA PIC X VALUE "N".
       01  REPUESTO-ENCONTRADO PIC X.

      *Cruce del consumo contra el trabajo original del reingreso
       01  ORIGEN-A-COTEJAR PIC X(6).
       01  CODIGO-A-CONTAR PIC X(8).
       01  CONSUMO-DEL-ORIGEN PIC X.

       01  TECNICO-LISTADO PIC X(6).
       01  CONTADOR-TECNICO PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      *garantia (tienen equipo de origen)
       CARGAR-TABLA-REINGRESOS.
       MOVE ZERO TO CANTIDAD-REINGRESOS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       LISTAR-POR-TECNICO.
       DISPLAY " ".
       DISPLAY "--- Reingresos por tecnico ---".
       MOVE "000000" TO TECHNICIANS-ID.
       START TECHNICIANS-FILE KEY IS NOT LESS THAN TECHNICIANS-ID
           INVALID KEY MOVE "S" TO FIN-TECNICOS
           NOT INVALID KEY MOVE "N" TO FIN-TECNICOS
       CONTAR-CONSUMOS-DEL-ORIGEN.
       ADD 1 TO INDICE-REINGRESO.
       MOVE REIN-ORIGEN (INDICE-REINGRESO) TO ORIGEN-A-COTEJAR.
       MOVE "000000" TO CONSUMOS-ID.
       START CONSUMOS-FILE KEY IS NOT LESS THAN CONSUMOS-ID
           INVALID KEY MOVE "S" TO FIN-CONSUMOS
           NOT INVALID KEY MOVE "N" TO FIN-CONSUMOS

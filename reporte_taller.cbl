      *              sin cargo agregados al registro de equipos.
      * 03/09/2026 - Acceso directo por claves alternativas en las
      *              busquedas por DNI y por presupuesto.
      * 15/10/2026 - Grupo de equipos a devolver sin reparar por
      *              rechazo del presupuesto, que siguen en el taller
      *              hasta que el cliente los retira.
      * 15/10/2026 - Condicion frente al IVA y CUIT agregados al
      *              registro de clientes, igual que en el sistema de
      *              registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TALLER.
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

       PERFORM LISTAR-EQUIPOS-DEL-ESTADO.
       MOVE "3" TO ESTADO-LISTADO.
       PERFORM LISTAR-EQUIPOS-DEL-ESTADO.
       MOVE "5" TO ESTADO-LISTADO.
       PERFORM LISTAR-EQUIPOS-DEL-ESTADO.
       DISPLAY " ".
       DISPLAY "Total de equipos en el taller: " CONTADOR-TALLER.
       CLOSE EQUIPMENTS-FILE.
       DISPLAY " ".
       DISPLAY "--- " TEXTO-ESTADO " ---".
       MOVE ZERO TO CONTADOR-ESTADO.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
           WHEN "2" MOVE "EN REPARACION" TO TEXTO-ESTADO
           WHEN "3" MOVE "LISTO PARA ENTREGAR" TO TEXTO-ESTADO
           WHEN "4" MOVE "ENTREGADO" TO TEXTO-ESTADO
           WHEN "5" MOVE "A DEVOLVER SIN REPARAR" TO TEXTO-ESTADO
           WHEN "6" MOVE "DEVUELTO SIN REPARAR" TO TEXTO-ESTADO
           WHEN OTHER MOVE "EN ESPERA DE DIAGNOSTICO" TO TEXTO-ESTADO
       END-EVALUATE.


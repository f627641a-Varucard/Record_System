      * 03/09/2026 - Imagenes de auditoria llevadas a 351 bytes por
      *              el registro de equipos agrandado, igual que en
      *              el sistema de registros.
      * 15/10/2026 - Condicion frente al IVA y CUIT del cliente tomados
      *              de la linea de ingreso, a continuacion de la
      *              direccion; sin condicion el cliente queda como
      *              consumidor final (CF).
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-LOTES.
                   10 INTAKE-CLIENTE-CELLPHONE PIC X(11).
                   10 INTAKE-CLIENTE-EMAIL PIC X(50).
                   10 INTAKE-CLIENTE-ADDRESS PIC X(35).
                   10 INTAKE-CLIENTE-CONDICION-IVA PIC X(2).
                   10 INTAKE-CLIENTE-CUIT PIC X(11).
                   10 FILLER PIC X(176).
               05 INTAKE-EQUIPO REDEFINES INTAKE-DATOS.
                   10 INTAKE-EQUIPO-DNI PIC X(8).
                   10 INTAKE-EQUIPO-TIPO PIC X(10).
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

      *Archivo logico de control compartido
               05 AUDIT-OPERADOR PIC X(10).
               05 AUDIT-TIPO PIC X(1).
               05 AUDIT-OPERACION PIC X(1).
               05 AUDIT-CLAVE PIC X(6).
               05 AUDIT-DNI PIC X(8).
               05 AUDIT-ANTES PIC X(357).
               05 AUDIT-DESPUES PIC X(357).

       WORKING-STORAGE SECTION.

      *Contadores para la numeracion automatica de ID. Los numeros
      *se toman del control compartido, igual que en el sistema de
      *registros, para no chocar con las terminales abiertas.
       01  CUSTOMERS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  EQUIPMENTS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  ID-NUMERICO PIC 9(6) VALUE ZERO.
       01  CLAVE-CONTROL PIC X(12).
       01  NUMERO-ASIGNADO PIC 9(6) VALUE ZERO.
       01  ULTIMO-CALCULADO PIC 9(6) VALUE ZERO.
      *registros
       CALCULAR-ULTIMO-ID-CLIENTE.
       MOVE ZERO TO CUSTOMERS-ULTIMO-ID.
       MOVE "000000" TO CUSTOMERS-ID.
       START CUSTOMERS-FILE KEY IS NOT LESS THAN CUSTOMERS-ID
           INVALID KEY MOVE "S" TO FIN-CLIENTES
           NOT INVALID KEY MOVE "N" TO FIN-CLIENTES

       CALCULAR-ULTIMO-ID-EQUIPO.
       MOVE ZERO TO EQUIPMENTS-ULTIMO-ID.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
           MOVE INTAKE-CLIENTE-CELLPHONE TO CUSTOMERS-CELLPHONE
           MOVE INTAKE-CLIENTE-EMAIL TO CUSTOMERS-EMAIL
           MOVE INTAKE-CLIENTE-ADDRESS TO CUSTOMERS-ADDRESS
           MOVE INTAKE-CLIENTE-CONDICION-IVA TO CUSTOMERS-CONDICION-IVA
           IF  CUSTOMERS-CONDICION-IVA = SPACE
               MOVE "CF" TO CUSTOMERS-CONDICION-IVA
           END-IF
           MOVE INTAKE-CLIENTE-CUIT TO CUSTOMERS-CUIT
           PERFORM ESCRIBIR-CLIENTE-DEL-LOTE
       END-IF.


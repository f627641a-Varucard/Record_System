      * 03/09/2026 - Declaracion de la clave alternativa del DNI en
      *              el archivo de equipos, para poder abrir el
      *              archivo regenerado con claves alternativas.
      * 15/10/2026 - Los equipos devueltos sin reparar por rechazo
      *              del presupuesto no cuentan como abiertos.
      * 15/10/2026 - Porcentaje de comision agregado al registro de
      *              tecnicos, igual que en el sistema de registros.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TECNICOS.
      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

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

       WORKING-STORAGE SECTION.

      *Tecnico que se esta listando; en blanco lista los equipos
      *abiertos sin tecnico asignado
       01  TECNICO-LISTADO PIC X(6).
       01  TRABAJOS-DEL-TECNICO PIC 9(4) VALUE ZERO.
       01  TRABAJOS-ABIERTOS PIC 9(4) VALUE ZERO.

       OPEN INPUT EQUIPMENTS-FILE.
       DISPLAY " ".
       DISPLAY "===== Carga de trabajo por tecnico =====".
       MOVE "000000" TO TECHNICIANS-ID.
       START TECHNICIANS-FILE KEY IS NOT LESS THAN TECHNICIANS-ID
           INVALID KEY MOVE "S" TO FIN-TECNICOS
           NOT INVALID KEY MOVE "N" TO FIN-TECNICOS
      *se esta listando
       LISTAR-EQUIPOS-DEL-TECNICO.
       MOVE ZERO TO TRABAJOS-DEL-TECNICO.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-TECNICO = TECNICO-LISTADO
               AND EQUIPMENTS-ESTADO NOT = "4"
               AND EQUIPMENTS-ESTADO NOT = "6"
                   ADD 1 TO TRABAJOS-DEL-TECNICO
                   ADD 1 TO TRABAJOS-ABIERTOS
                   DISPLAY "Equipo " EQUIPMENTS-ID ": "

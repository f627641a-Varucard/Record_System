      *          cliente, porque pasados los 90 dias el equipo sin
      *          retirar es un problema legal del taller.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      * 15/10/2026 - Los equipos a devolver sin reparar por rechazo
      *              del presupuesto se clasifican en su propio grupo
      *              y tambien reciben la carta de retiro.
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
       PROGRAM-ID. REPORTE-ANTIGUEDAD.
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

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

       WORKING-STORAGE SECTION.

      *Tabla por tecnico asignado, con los cuatro tramos
       01  TABLA-TECNICOS.
           05 TECNICO-DE-LA-TABLA OCCURS 20 TIMES.
               10 TEC-EN-TABLA PIC X(6).
               10 TRAMO-TECNICO OCCURS 4 TIMES PIC 9(4).
       01  CANTIDAD-TECNICOS PIC 9(2) VALUE ZERO.
       01  INDICE-TECNICO PIC 9(2) VALUE ZERO.
       PERFORM LISTAR-ANTIGUEDAD-DEL-ESTADO.
       MOVE "3" TO ESTADO-LISTADO.
       PERFORM LISTAR-ANTIGUEDAD-DEL-ESTADO.
       MOVE "5" TO ESTADO-LISTADO.
       PERFORM LISTAR-ANTIGUEDAD-DEL-ESTADO.
       PERFORM MOSTRAR-RESUMEN-TECNICOS.
       DISPLAY " ".
       DISPLAY "Total de equipos sin entregar: " CONTADOR-TALLER.
       MOVE ZERO TO INDICE-TRAMO.
       PERFORM LIMPIAR-TRAMO-SIGUIENTE
       UNTIL INDICE-TRAMO NOT < 4.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
           "  16-30: " TRAMO-TECNICO (INDICE-TECNICO 3)
           "  +30: " TRAMO-TECNICO (INDICE-TECNICO 4).

      *Cartas de retiro para los equipos listos para entregar o a
      *devolver sin reparar mas viejos que el umbral indicado
       IMPRIMIR-CARTAS-DE-RETIRO.
       DISPLAY " ".
       DISPLAY "Dias del umbral para la carta de retiro (blanco "
               FUNCTION NUMVAL (DIAS-UMBRAL-TEXTO)
       END-IF.
       MOVE ZERO TO CARTAS-IMPRESAS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-ESTADO = "3" OR EQUIPMENTS-ESTADO = "5"
                   PERFORM CALCULAR-DIAS-EN-TALLER
                   IF  DIAS-EN-TALLER > DIAS-UMBRAL
                       PERFORM IMPRIMIR-CARTA-RETIRO
       DISPLAY " ".
       DISPLAY "Le recordamos que su equipo " EQUIPMENTS-TIPO
           " (orden " EQUIPMENTS-ID ") se encuentra".
       IF  EQUIPMENTS-ESTADO = "5"
           DISPLAY "sin reparar y LISTO PARA RETIRAR desde hace "
               DIAS-EN-TALLER " dias."
       ELSE
           DISPLAY "reparado y LISTO PARA RETIRAR desde hace "
               DIAS-EN-TALLER " dias."
       END-IF.
       DISPLAY "Pasados los 90 dias de la fecha de ingreso el".
       DISPLAY "taller no se responsabiliza por el equipo no".
       DISPLAY "retirado. Lo esperamos de lunes a viernes en".
           WHEN "2" MOVE "EN REPARACION" TO TEXTO-ESTADO
           WHEN "3" MOVE "LISTO PARA ENTREGAR" TO TEXTO-ESTADO
           WHEN "4" MOVE "ENTREGADO" TO TEXTO-ESTADO
           WHEN "5" MOVE "A DEVOLVER SIN REPARAR" TO TEXTO-ESTADO
           WHEN "6" MOVE "DEVUELTO SIN REPARAR" TO TEXTO-ESTADO
           WHEN OTHER MOVE "EN ESPERA DE DIAGNOSTICO" TO TEXTO-ESTADO
       END-EVALUATE.


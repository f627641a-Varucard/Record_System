      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Listado diario de presupuestos esperando la respuesta
      *          del cliente: para cada presupuesto pendiente muestra
      *          el cliente con su telefono, el equipo, el importe,
      *          la fecha de emision y los dias que le quedan de
      *          validez, para llamar a los clientes antes de que el
      *          presupuesto venza. Los que ya pasaron su validez se
      *          marcan como vencidos al iniciar la sesion en el
      *          sistema.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COTIZACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Archivo fisico de Presupuestos
       SELECT OPTIONAL BUDGETS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\budgets.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS BUDGETS-ID
       ALTERNATE RECORD KEY IS BUDGETS-EQUIPO WITH DUPLICATES
       FILE STATUS IS WS-BUDGETS-STATUS.

      *Archivo fisico de Clientes
       SELECT OPTIONAL CUSTOMERS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\customers.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CUSTOMERS-ID
       ALTERNATE RECORD KEY IS CUSTOMERS-DNI WITH DUPLICATES
       FILE STATUS IS WS-CUSTOMERS-STATUS.

      *Archivo fisico de Equipos
       SELECT OPTIONAL EQUIPMENTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\equipments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EQUIPMENTS-ID
       ALTERNATE RECORD KEY IS EQUIPMENTS-DNI WITH DUPLICATES
       FILE STATUS IS WS-EQUIPMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *Archivo logico de Equipos
       FD EQUIPMENTS-FILE.
           01 EQUIPMENTS-REGISTERS.
               05 EQUIPMENTS-ID PIC X(6).
               05 EQUIPMENTS-DNI PIC X(8).
               05 EQUIPMENTS-TIPO PIC X(10).
               05 EQUIPMENTS-DESCRIPCION PIC X(100).
               05 EQUIPMENTS-CARACTERISTICAS PIC X(100).
               05 EQUIPMENTS-PROBLEMA PIC X(100).
               05 EQUIPMENTS-ESTADO PIC X(1).
               05 EQUIPMENTS-FECHA-INGRESO PIC X(8).
               05 EQUIPMENTS-FECHA-ENTREGA PIC X(8).
               05 EQUIPMENTS-TECNICO PIC X(6).
               05 EQUIPMENTS-GARANTIA PIC 9(3).
               05 EQUIPMENTS-ORIGEN PIC X(6).
               05 EQUIPMENTS-SIN-CARGO PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-BUDGETS-STATUS PIC X(2).
       01  WS-CUSTOMERS-STATUS PIC X(2).
       01  WS-EQUIPMENTS-STATUS PIC X(2).

       01  FIN-PRESUPUESTOS PIC X.
       01  PRESUPUESTO-PENDIENTE PIC X.

       01  DNI-A-VALIDAR PIC X(8).
       01  DNI-VALIDO PIC X.

      *Fecha del dia y dias de validez que le quedan al presupuesto
       01  FECHA-DE-HOY PIC 9(8).
       01  DIAS-DE-HOY PIC 9(7).
       01  FECHA-EMISION-NUM PIC 9(8).
       01  DIAS-EMISION PIC 9(7).
       01  DIAS-RESTANTES PIC S9(5).
       01  DIAS-EDITADO PIC -ZZZ9.

      *Contadores y totales del listado
       01  CONTADOR-PENDIENTES PIC 9(4) VALUE ZERO.
       01  CONTADOR-POR-VENCER PIC 9(4) VALUE ZERO.
       01  CONTADOR-VENCIDOS PIC 9(4) VALUE ZERO.
       01  TOTAL-PENDIENTE PIC 9(9)V99 VALUE ZERO.
       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZ9.99.

      *Dias de validez por debajo de los cuales el presupuesto se
      *marca para llamar al cliente
       01  DIAS-AVISO PIC 9(3) VALUE 3.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       OPEN INPUT BUDGETS-FILE.
       OPEN INPUT CUSTOMERS-FILE.
       OPEN INPUT EQUIPMENTS-FILE.
       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       COMPUTE DIAS-DE-HOY = FUNCTION INTEGER-OF-DATE (FECHA-DE-HOY).
       DISPLAY " ".
       DISPLAY "===== Presupuestos esperando respuesta del cliente "
           "=====".
       DISPLAY "Fecha: " FECHA-DE-HOY.
       DISPLAY " ".
       MOVE "N" TO FIN-PRESUPUESTOS.
       PERFORM REVISAR-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".
       DISPLAY " ".
       DISPLAY "Presupuestos esperando respuesta: "
           CONTADOR-PENDIENTES.
       DISPLAY "   Por vencer (llamar al cliente): "
           CONTADOR-POR-VENCER.
       DISPLAY "   Vencidos, se marcan al iniciar la sesion: "
           CONTADOR-VENCIDOS.
       MOVE TOTAL-PENDIENTE TO TOTAL-EDITADO.
       DISPLAY "Importe total esperando respuesta: " TOTAL-EDITADO.
       CLOSE BUDGETS-FILE.
       CLOSE CUSTOMERS-FILE.
       CLOSE EQUIPMENTS-FILE.

       PROGRAM-DONE.
       STOP RUN.

      *Solo se listan los pendientes. Los registros anteriores a la
      *aprobacion traen la marca en blanco: esos se toman como
      *pendientes solo si no estan pagados y el equipo sigue en
      *estado 1, en espera; si no, el cliente ya respondio
       REVISAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               MOVE "N" TO PRESUPUESTO-PENDIENTE
               IF  BUDGETS-APROBACION = "P"
                   MOVE "S" TO PRESUPUESTO-PENDIENTE
                   PERFORM BUSCAR-EQUIPO-DEL-PRESUPUESTO
               END-IF
               IF  BUDGETS-APROBACION = SPACE
               AND BUDGETS-PAGADO NOT = "1"
                   PERFORM BUSCAR-EQUIPO-DEL-PRESUPUESTO
                   IF  EQUIPMENTS-ESTADO = "1"
                       MOVE "S" TO PRESUPUESTO-PENDIENTE
                   END-IF
               END-IF
               IF  PRESUPUESTO-PENDIENTE = "S"
                   ADD 1 TO CONTADOR-PENDIENTES
                   PERFORM NORMALIZAR-IMPORTE-PRESUPUESTO
                   ADD BUDGETS-IMPORTE TO TOTAL-PENDIENTE
                   PERFORM BUSCAR-CLIENTE-DEL-PRESUPUESTO
                   PERFORM MOSTRAR-LINEA-COTIZACION
               END-IF
       END-READ.

      *Busca el cliente del presupuesto actual por DNI, directo
      *por la clave alternativa del DNI
       BUSCAR-CLIENTE-DEL-PRESUPUESTO.
       MOVE BUDGETS-DNI TO DNI-A-VALIDAR.
       MOVE "N" TO DNI-VALIDO.
       MOVE DNI-A-VALIDAR TO CUSTOMERS-DNI.
       START CUSTOMERS-FILE KEY IS EQUAL TO CUSTOMERS-DNI
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ CUSTOMERS-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF  CUSTOMERS-DNI = DNI-A-VALIDAR
                           MOVE "S" TO DNI-VALIDO
                       END-IF
               END-READ
       END-START.
       IF  DNI-VALIDO NOT = "S"
           MOVE SPACE TO CUSTOMERS-NAME
           MOVE SPACE TO CUSTOMERS-CELLPHONE
       END-IF.

       BUSCAR-EQUIPO-DEL-PRESUPUESTO.
       MOVE SPACE TO EQUIPMENTS-TIPO.
       MOVE SPACE TO EQUIPMENTS-ESTADO.
       IF  BUDGETS-EQUIPO NOT = SPACE
           MOVE BUDGETS-EQUIPO TO EQUIPMENTS-ID
           READ EQUIPMENTS-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO EQUIPMENTS-TIPO
                   MOVE SPACE TO EQUIPMENTS-ESTADO
           END-READ
       END-IF.

      *Dias de validez que le quedan: emision mas validez menos hoy.
      *Los registros anteriores, sin fecha de emision, no vencen.
       MOSTRAR-LINEA-COTIZACION.
       DISPLAY "Presupuesto " BUDGETS-ID
           "  Cliente: " CUSTOMERS-NAME
           "  Tel: " CUSTOMERS-CELLPHONE.
       DISPLAY "   Equipo: " BUDGETS-EQUIPO " " EQUIPMENTS-TIPO
           "  Trabajo: " BUDGETS-DESCRIPCION.
       MOVE BUDGETS-IMPORTE TO IMPORTE-EDITADO.
       IF  BUDGETS-FECHA-EMISION IS NUMERIC
       AND BUDGETS-VALIDEZ IS NUMERIC
           MOVE BUDGETS-FECHA-EMISION TO FECHA-EMISION-NUM
           COMPUTE DIAS-EMISION =
               FUNCTION INTEGER-OF-DATE (FECHA-EMISION-NUM)
           COMPUTE DIAS-RESTANTES =
               DIAS-EMISION + BUDGETS-VALIDEZ - DIAS-DE-HOY
           MOVE DIAS-RESTANTES TO DIAS-EDITADO
           DISPLAY "   Importe: " IMPORTE-EDITADO
               "  Emitido: " BUDGETS-FECHA-EMISION
               "  Dias de validez: " DIAS-EDITADO
           EVALUATE TRUE
               WHEN DIAS-RESTANTES < ZERO
                   ADD 1 TO CONTADOR-VENCIDOS
                   DISPLAY "   ** VENCIDO **"
               WHEN DIAS-RESTANTES NOT > DIAS-AVISO
                   ADD 1 TO CONTADOR-POR-VENCER
                   DISPLAY "   ** POR VENCER: LLAMAR AL CLIENTE **"
           END-EVALUATE
       ELSE
           DISPLAY "   Importe: " IMPORTE-EDITADO
               "  Fecha: " BUDGETS-FECHA
               "  (sin fecha de emision, no vence)"
       END-IF.
       DISPLAY "-----------------------------------------------------".

      *Los presupuestos anteriores al importe lo traen en blanco;
      *se toma como cero antes de operar con el
       NORMALIZAR-IMPORTE-PRESUPUESTO.
       IF  BUDGETS-IMPORTE NOT NUMERIC
           MOVE ZERO TO BUDGETS-IMPORTE
       END-IF.

       END PROGRAM REPORTE-COTIZACIONES.

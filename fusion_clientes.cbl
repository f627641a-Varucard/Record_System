      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Fusion de un cliente duplicado en el cliente que
      *          queda. Muestra lado a lado los datos de los dos y
      *          todo lo que cuelga de cada uno (equipos,
      *          presupuestos, pagos, recibos y avisos de retiro),
      *          pasa al DNI del que queda los equipos, presupuestos,
      *          recibos, avisos, notas de credito y facturas del
      *          duplicado, borra el duplicado y asienta cada cambio
      *          en la pista de auditoria. Los pagos cuelgan de los
      *          presupuestos y pasan con ellos.
      *          Cada fusion queda anotada en fusiones.dat como P en
      *          curso hasta terminar: si el programa se corta a
      *          mitad de camino, al volver a correrlo completa la
      *          fusion pendiente antes de aceptar otra.
      *          Requiere una sesion de supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Archivo fisico de Operadores, para exigir el rol supervisor
       SELECT OPTIONAL OPERATORS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\operators.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OPERATORS-USUARIO
       FILE STATUS IS WS-OPERATORS-STATUS.

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

      *Archivo fisico de Presupuestos
       SELECT OPTIONAL BUDGETS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\budgets.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BUDGETS-ID
       ALTERNATE RECORD KEY IS BUDGETS-EQUIPO WITH DUPLICATES
       FILE STATUS IS WS-BUDGETS-STATUS.

      *Archivo fisico de Pagos
       SELECT OPTIONAL PAYMENTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\payments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAYMENTS-ID
       ALTERNATE RECORD KEY IS PAYMENTS-PRESUPUESTO WITH DUPLICATES
       FILE STATUS IS WS-PAYMENTS-STATUS.

      *Archivo fisico de Recibos de pago
       SELECT OPTIONAL RECEIPTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\recibos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RECEIPTS-NUMERO
       FILE STATUS IS WS-RECEIPTS-STATUS.

      *Archivo fisico de Avisos de retiro
       SELECT OPTIONAL AVISOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\avisos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AVISOS-ID
       FILE STATUS IS WS-AVISOS-STATUS.

      *Archivo fisico de Notas de credito
       SELECT OPTIONAL NOTAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\notascred.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NOTAS-NUMERO
       ALTERNATE RECORD KEY IS NOTAS-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-NOTAS-STATUS.

      *Archivo fisico de Facturas
       SELECT OPTIONAL FACTURAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\facturas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FACTURAS-CLAVE
       ALTERNATE RECORD KEY IS FACTURAS-PRESUPUESTO WITH DUPLICATES
       FILE STATUS IS WS-FACTURAS-STATUS.

      *Archivo fisico de Fusiones, una por cliente duplicado
       SELECT OPTIONAL FUSIONES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\fusiones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FUSIONES-DUPLICADO
       FILE STATUS IS WS-FUSIONES-STATUS.

      *Pista de auditoria, cada registro que cambia de cliente queda
      *asentado
       SELECT OPTIONAL AUDIT-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\audit.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Archivo logico de Operadores
       FD OPERATORS-FILE.
           01 OPERATORS-REGISTERS.
               05 OPERATORS-USUARIO PIC X(10).
               05 OPERATORS-CLAVE PIC X(10).
               05 OPERATORS-NOMBRE PIC X(25).
               05 OPERATORS-ROL PIC X(1).

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

      *Archivo logico de Recibos de pago
       FD RECEIPTS-FILE.
           01 RECEIPTS-REGISTERS.
               05 RECEIPTS-NUMERO PIC X(6).
               05 RECEIPTS-PAGO PIC X(6).
               05 RECEIPTS-PRESUPUESTO PIC X(6).
               05 RECEIPTS-DNI PIC X(8).
               05 RECEIPTS-CLIENTE PIC X(25).
               05 RECEIPTS-FECHA PIC X(8).
               05 RECEIPTS-IMPORTE PIC 9(7)V99.
               05 RECEIPTS-FORMA_PAGO PIC X(15).
               05 RECEIPTS-SALDO PIC S9(9)V99.

      *Archivo logico de Avisos de retiro
       FD AVISOS-FILE.
           01 AVISOS-REGISTERS.
               05 AVISOS-ID PIC X(6).
               05 AVISOS-EQUIPO PIC X(6).
               05 AVISOS-DNI PIC X(8).
               05 AVISOS-NOMBRE PIC X(25).
               05 AVISOS-TELEFONO PIC X(11).
               05 AVISOS-EMAIL PIC X(50).
               05 AVISOS-TIPO-EQUIPO PIC X(10).
               05 AVISOS-SALDO PIC S9(9)V99.
               05 AVISOS-ESTADO PIC X(1).
               05 AVISOS-FECHA-ALTA PIC X(8).
               05 AVISOS-FECHA-CONTACTO PIC X(8).

      *Archivo logico de Notas de credito
       FD NOTAS-FILE.
           01 NOTAS-REGISTERS.
               05 NOTAS-NUMERO PIC X(6).
               05 NOTAS-RECIBO PIC X(6).
               05 NOTAS-PAGO PIC X(6).
               05 NOTAS-ANULACION PIC X(6).
               05 NOTAS-PRESUPUESTO PIC X(6).
               05 NOTAS-DNI PIC X(8).
               05 NOTAS-CLIENTE PIC X(25).
               05 NOTAS-FECHA PIC X(8).
               05 NOTAS-IMPORTE PIC 9(7)V99.
               05 NOTAS-FORMA_PAGO PIC X(15).
               05 NOTAS-MOTIVO PIC X(60).
               05 NOTAS-OPERADOR PIC X(10).
               05 NOTAS-SALDO PIC S9(9)V99.

      *Archivo logico de Facturas
       FD FACTURAS-FILE.
           01 FACTURAS-REGISTERS.
               05 FACTURAS-CLAVE.
                   10 FACTURAS-LETRA PIC X(1).
                   10 FACTURAS-PUNTO-VENTA PIC 9(4).
                   10 FACTURAS-NUMERO PIC 9(8).
               05 FACTURAS-FECHA PIC X(8).
               05 FACTURAS-PRESUPUESTO PIC X(6).
               05 FACTURAS-EQUIPO PIC X(6).
               05 FACTURAS-DNI PIC X(8).
               05 FACTURAS-CLIENTE PIC X(25).
               05 FACTURAS-CONDICION-IVA PIC X(2).
               05 FACTURAS-CUIT PIC X(11).
               05 FACTURAS-NETO PIC 9(9)V99.
               05 FACTURAS-IVA PIC 9(9)V99.
               05 FACTURAS-TOTAL PIC 9(9)V99.
               05 FACTURAS-OPERADOR PIC X(10).
               05 FACTURAS-RECIBO PIC X(6).

      *Archivo logico de Fusiones. El estado es P en curso o T
      *terminada; los contadores son los registros que ya pasaron
      *al cliente que queda y la imagen es el duplicado tal como
      *estaba antes de la fusion
       FD FUSIONES-FILE.
           01 FUSIONES-REGISTERS.
               05 FUSIONES-DUPLICADO PIC X(6).
               05 FUSIONES-DNI-DUPLICADO PIC X(8).
               05 FUSIONES-SOBREVIVIENTE PIC X(6).
               05 FUSIONES-DNI-SOBREVIVIENTE PIC X(8).
               05 FUSIONES-ESTADO PIC X(1).
               05 FUSIONES-FECHA PIC X(8).
               05 FUSIONES-OPERADOR PIC X(10).
               05 FUSIONES-EQUIPOS PIC 9(4).
               05 FUSIONES-PRESUPUESTOS PIC 9(4).
               05 FUSIONES-RECIBOS PIC 9(4).
               05 FUSIONES-AVISOS PIC 9(4).
               05 FUSIONES-NOTAS PIC 9(4).
               05 FUSIONES-FACTURAS PIC 9(4).
               05 FUSIONES-IMAGEN-DUPLICADO PIC X(148).

      *Archivo logico de la pista de auditoria
       FD AUDIT-FILE.
           01 AUDIT-REGISTRO.
               05 AUDIT-FECHA PIC X(8).
               05 AUDIT-HORA PIC X(6).
               05 AUDIT-OPERADOR PIC X(10).
               05 AUDIT-TIPO PIC X(1).
               05 AUDIT-OPERACION PIC X(1).
               05 AUDIT-CLAVE PIC X(6).
               05 AUDIT-DNI PIC X(8).
               05 AUDIT-ANTES PIC X(357).
               05 AUDIT-DESPUES PIC X(357).

       WORKING-STORAGE SECTION.

       01  WS-OPERATORS-STATUS PIC X(2).
       01  WS-CUSTOMERS-STATUS PIC X(2).
       01  WS-EQUIPMENTS-STATUS PIC X(2).
       01  WS-BUDGETS-STATUS PIC X(2).
       01  WS-PAYMENTS-STATUS PIC X(2).
       01  WS-RECEIPTS-STATUS PIC X(2).
       01  WS-AVISOS-STATUS PIC X(2).
       01  WS-NOTAS-STATUS PIC X(2).
       01  WS-FACTURAS-STATUS PIC X(2).
       01  WS-FUSIONES-STATUS PIC X(2).

       01  FIN-CLIENTES PIC X.
       01  FIN-EQUIPOS PIC X.
       01  FIN-PRESUPUESTOS PIC X.
       01  FIN-PAGOS PIC X.
       01  FIN-RECIBOS PIC X.
       01  FIN-AVISOS PIC X.
       01  FIN-NOTAS PIC X.
       01  FIN-FACTURAS PIC X.
       01  FIN-FUSIONES PIC X.

      *Sesion del supervisor que autoriza la fusion
       01  LOGIN-VALIDO PIC X.
       01  INTENTOS-LOGIN PIC 9 VALUE ZERO.
       01  CLAVE-INGRESADA PIC X(10).
       01  OPERADOR-ACTUAL PIC X(10).

       01  SI-NO PIC X.
       01  ID-BUSQUEDA PIC X(6).
       01  FUSION-PENDIENTE PIC X.
       01  FUSION-VALIDA PIC X.
       01  FUSION-CON-ERROR PIC X.
       01  CLIENTES-CON-EL-DNI PIC 9(4) VALUE ZERO.

      *Cliente que queda y cliente duplicado
       01  SOBREVIVIENTE.
           05 SOBREVIVIENTE-ID PIC X(6).
           05 SOBREVIVIENTE-DNI PIC X(8).
           05 SOBREVIVIENTE-NOMBRE PIC X(25).
           05 SOBREVIVIENTE-TELEFONO PIC X(11).
           05 SOBREVIVIENTE-EMAIL PIC X(50).
           05 SOBREVIVIENTE-DIRECCION PIC X(35).
           05 SOBREVIVIENTE-CONDICION-IVA PIC X(2).
           05 SOBREVIVIENTE-CUIT PIC X(11).
       01  DUPLICADO.
           05 DUPLICADO-ID PIC X(6).
           05 DUPLICADO-DNI PIC X(8).
           05 DUPLICADO-NOMBRE PIC X(25).
           05 DUPLICADO-TELEFONO PIC X(11).
           05 DUPLICADO-EMAIL PIC X(50).
           05 DUPLICADO-DIRECCION PIC X(35).
           05 DUPLICADO-CONDICION-IVA PIC X(2).
           05 DUPLICADO-CUIT PIC X(11).

      *Lo que cuelga de cada cliente: 1 el que queda, 2 el duplicado
       01  DEPENDIENTES-CLIENTES.
           05 DEPENDIENTES-DEL-CLIENTE OCCURS 2 TIMES.
               10 CANTIDAD-EQUIPOS PIC 9(4).
               10 CANTIDAD-PRESUPUESTOS PIC 9(4).
               10 IMPORTE-PRESUPUESTADO PIC 9(9)V99.
               10 CANTIDAD-PAGOS PIC 9(4).
               10 IMPORTE-PAGADO PIC S9(9)V99.
               10 CANTIDAD-RECIBOS PIC 9(4).
               10 CANTIDAD-AVISOS PIC 9(4).
               10 CANTIDAD-NOTAS PIC 9(4).
               10 CANTIDAD-FACTURAS PIC 9(4).
       01  INDICE-CLIENTE PIC 9 VALUE ZERO.
       01  DNI-CONTADO PIC X(8).

      *Linea de la comparacion lado a lado
       01  LINEA-COMPARACION.
           05 COMPARACION-TITULO PIC X(16).
           05 COMPARACION-SOBREVIVIENTE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 COMPARACION-DUPLICADO PIC X(30).
       01  CONTADOR-EDITADO PIC ZZZ9.
       01  IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.

      *Asiento de auditoria
       01  TIPO-AUDITORIA PIC X(1).
       01  OPERACION-AUDITORIA PIC X(1).
       01  CLAVE-AUDITORIA PIC X(6).
       01  DNI-AUDITORIA PIC X(8).
       01  IMAGEN-ANTERIOR PIC X(357).
       01  IMAGEN-POSTERIOR PIC X(357).

       01  WS-FECHA-ARCHIVO PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       ACCEPT WS-FECHA-ARCHIVO FROM DATE YYYYMMDD.
       PERFORM INICIAR-SESION-SUPERVISOR.
       IF  LOGIN-VALIDO = "S"
           PERFORM APERTURA-CLIENTES
           PERFORM APERTURA-EQUIPOS
           PERFORM APERTURA-PRESUPUESTOS
           PERFORM APERTURA-PAGOS
           PERFORM APERTURA-RECIBOS
           PERFORM APERTURA-AVISOS
           PERFORM APERTURA-NOTAS
           PERFORM APERTURA-FACTURAS
           PERFORM APERTURA-FUSIONES
           OPEN EXTEND AUDIT-FILE
           PERFORM BUSCAR-FUSION-PENDIENTE
           IF  FUSION-PENDIENTE = "S"
               DISPLAY "Hay una fusion sin terminar: el cliente "
                   FUSIONES-DUPLICADO " en el cliente "
                   FUSIONES-SOBREVIVIENTE ". Se completa ahora."
               PERFORM EJECUTAR-FUSION
           ELSE
               PERFORM PEDIR-FUSION
           END-IF
           CLOSE CUSTOMERS-FILE
           CLOSE EQUIPMENTS-FILE
           CLOSE BUDGETS-FILE
           CLOSE PAYMENTS-FILE
           CLOSE RECEIPTS-FILE
           CLOSE AVISOS-FILE
           CLOSE NOTAS-FILE
           CLOSE FACTURAS-FILE
           CLOSE FUSIONES-FILE
           CLOSE AUDIT-FILE
       END-IF.

       PROGRAM-DONE.
       STOP RUN.

      *La fusion borra un cliente y cambia registros de todos los
      *archivos, por eso exige una sesion de supervisor
       INICIAR-SESION-SUPERVISOR.
       MOVE "N" TO LOGIN-VALIDO.
       OPEN INPUT OPERATORS-FILE.
       IF  WS-OPERATORS-STATUS NOT = "00"
           DISPLAY "No se pudo abrir el archivo de operadores."
       ELSE
           MOVE ZERO TO INTENTOS-LOGIN
           PERFORM PEDIR-CREDENCIALES
           UNTIL LOGIN-VALIDO = "S" OR INTENTOS-LOGIN NOT < 3
           IF  LOGIN-VALIDO NOT = "S"
               DISPLAY "Acceso denegado."
           END-IF
       END-IF.
       CLOSE OPERATORS-FILE.

       PEDIR-CREDENCIALES.
       ADD 1 TO INTENTOS-LOGIN.
       DISPLAY "Usuario: ".
       ACCEPT OPERATORS-USUARIO.
       DISPLAY "Clave: ".
       ACCEPT CLAVE-INGRESADA.
       READ OPERATORS-FILE RECORD
           INVALID KEY
               DISPLAY "Usuario o clave incorrectos."
           NOT INVALID KEY
               IF  OPERATORS-CLAVE = CLAVE-INGRESADA
               AND OPERATORS-ROL = "S"
                   MOVE "S" TO LOGIN-VALIDO
                   MOVE OPERATORS-USUARIO TO OPERADOR-ACTUAL
                   DISPLAY "Sesion iniciada: " OPERATORS-NOMBRE
               ELSE
                   IF  OPERATORS-CLAVE NOT = CLAVE-INGRESADA
                       DISPLAY "Usuario o clave incorrectos."
                   ELSE
                       DISPLAY "La fusion de clientes requiere el "
                           "rol supervisor."
                   END-IF
               END-IF
       END-READ.

      *Apertura de Archivos, si no se encuentran los crea
       APERTURA-CLIENTES.
       OPEN I-O CUSTOMERS-FILE.
       IF WS-CUSTOMERS-STATUS = "35"
           OPEN OUTPUT CUSTOMERS-FILE
           CLOSE CUSTOMERS-FILE
           OPEN I-O CUSTOMERS-FILE
       END-IF.
       IF WS-CUSTOMERS-STATUS NOT = "00"
           DISPLAY "Error al abrir customers.dat, codigo "
               WS-CUSTOMERS-STATUS
       END-IF.

       APERTURA-EQUIPOS.
       OPEN I-O EQUIPMENTS-FILE.
       IF WS-EQUIPMENTS-STATUS = "35"
           OPEN OUTPUT EQUIPMENTS-FILE
           CLOSE EQUIPMENTS-FILE
           OPEN I-O EQUIPMENTS-FILE
       END-IF.
       IF WS-EQUIPMENTS-STATUS NOT = "00"
           DISPLAY "Error al abrir equipments.dat, codigo "
               WS-EQUIPMENTS-STATUS
       END-IF.

       APERTURA-PRESUPUESTOS.
       OPEN I-O BUDGETS-FILE.
       IF WS-BUDGETS-STATUS = "35"
           OPEN OUTPUT BUDGETS-FILE
           CLOSE BUDGETS-FILE
           OPEN I-O BUDGETS-FILE
       END-IF.
       IF WS-BUDGETS-STATUS NOT = "00"
           DISPLAY "Error al abrir budgets.dat, codigo "
               WS-BUDGETS-STATUS
       END-IF.

       APERTURA-PAGOS.
       OPEN I-O PAYMENTS-FILE.
       IF WS-PAYMENTS-STATUS = "35"
           OPEN OUTPUT PAYMENTS-FILE
           CLOSE PAYMENTS-FILE
           OPEN I-O PAYMENTS-FILE
       END-IF.
       IF WS-PAYMENTS-STATUS NOT = "00"
           DISPLAY "Error al abrir payments.dat, codigo "
               WS-PAYMENTS-STATUS
       END-IF.

       APERTURA-RECIBOS.
       OPEN I-O RECEIPTS-FILE.
       IF WS-RECEIPTS-STATUS = "35"
           OPEN OUTPUT RECEIPTS-FILE
           CLOSE RECEIPTS-FILE
           OPEN I-O RECEIPTS-FILE
       END-IF.
       IF WS-RECEIPTS-STATUS NOT = "00"
           DISPLAY "Error al abrir recibos.dat, codigo "
               WS-RECEIPTS-STATUS
       END-IF.

       APERTURA-AVISOS.
       OPEN I-O AVISOS-FILE.
       IF WS-AVISOS-STATUS = "35"
           OPEN OUTPUT AVISOS-FILE
           CLOSE AVISOS-FILE
           OPEN I-O AVISOS-FILE
       END-IF.
       IF WS-AVISOS-STATUS NOT = "00"
           DISPLAY "Error al abrir avisos.dat, codigo "
               WS-AVISOS-STATUS
       END-IF.

       APERTURA-NOTAS.
       OPEN I-O NOTAS-FILE.
       IF WS-NOTAS-STATUS = "35"
           OPEN OUTPUT NOTAS-FILE
           CLOSE NOTAS-FILE
           OPEN I-O NOTAS-FILE
       END-IF.
       IF WS-NOTAS-STATUS NOT = "00"
           DISPLAY "Error al abrir notascred.dat, codigo "
               WS-NOTAS-STATUS
       END-IF.

       APERTURA-FACTURAS.
       OPEN I-O FACTURAS-FILE.
       IF WS-FACTURAS-STATUS = "35"
           OPEN OUTPUT FACTURAS-FILE
           CLOSE FACTURAS-FILE
           OPEN I-O FACTURAS-FILE
       END-IF.
       IF WS-FACTURAS-STATUS NOT = "00"
           DISPLAY "Error al abrir facturas.dat, codigo "
               WS-FACTURAS-STATUS
       END-IF.

       APERTURA-FUSIONES.
       OPEN I-O FUSIONES-FILE.
       IF WS-FUSIONES-STATUS = "35"
           OPEN OUTPUT FUSIONES-FILE
           CLOSE FUSIONES-FILE
           OPEN I-O FUSIONES-FILE
       END-IF.
       IF WS-FUSIONES-STATUS NOT = "00"
           DISPLAY "Error al abrir fusiones.dat, codigo "
               WS-FUSIONES-STATUS
       END-IF.

      *Deja en FUSIONES-REGISTERS la primera fusion en curso, si la
      *hay
       BUSCAR-FUSION-PENDIENTE.
       MOVE "N" TO FUSION-PENDIENTE.
       MOVE LOW-VALUE TO FUSIONES-DUPLICADO.
       START FUSIONES-FILE KEY IS NOT LESS THAN FUSIONES-DUPLICADO
           INVALID KEY MOVE "S" TO FIN-FUSIONES
           NOT INVALID KEY MOVE "N" TO FIN-FUSIONES
       END-START.
       PERFORM LEER-FUSION-SIGUIENTE
       UNTIL FIN-FUSIONES = "S" OR FUSION-PENDIENTE = "S".

       LEER-FUSION-SIGUIENTE.
       READ FUSIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-FUSIONES
           NOT AT END
               IF  FUSIONES-ESTADO = "P"
                   MOVE "S" TO FUSION-PENDIENTE
               END-IF
       END-READ.

      *Pide los dos clientes por su ID, porque un duplicado puede
      *tener el mismo DNI que el cliente que queda
       PEDIR-FUSION.
       MOVE "S" TO FUSION-VALIDA.
       DISPLAY "Introduzca el ID del cliente que queda (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CUSTOMERS-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un cliente con ese ID."
               MOVE "N" TO FUSION-VALIDA
           NOT INVALID KEY
               MOVE CUSTOMERS-REGISTERS TO SOBREVIVIENTE
       END-READ.
       IF  FUSION-VALIDA = "S"
           DISPLAY "Introduzca el ID del cliente duplicado "
               "(6 digitos): "
           ACCEPT ID-BUSQUEDA
           MOVE ID-BUSQUEDA TO CUSTOMERS-ID
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe un cliente con ese ID."
                   MOVE "N" TO FUSION-VALIDA
               NOT INVALID KEY
                   MOVE CUSTOMERS-REGISTERS TO DUPLICADO
           END-READ
       END-IF.
       IF  FUSION-VALIDA = "S"
           IF  DUPLICADO-ID = SOBREVIVIENTE-ID
               DISPLAY "El duplicado y el cliente que queda son el "
                   "mismo registro."
               MOVE "N" TO FUSION-VALIDA
           END-IF
       END-IF.
       IF  FUSION-VALIDA = "S"
           IF  DUPLICADO-DNI NOT = SOBREVIVIENTE-DNI
               PERFORM CONTAR-CLIENTES-CON-EL-DNI
               IF  CLIENTES-CON-EL-DNI > 1
                   DISPLAY "Hay otro cliente con el DNI "
                       DUPLICADO-DNI " del duplicado: fusionelo "
                       "primero, para no mezclar sus registros."
                   MOVE "N" TO FUSION-VALIDA
               END-IF
           END-IF
       END-IF.
       IF  FUSION-VALIDA = "S"
           PERFORM MOSTRAR-COMPARACION
           DISPLAY "Todo lo del duplicado pasara al cliente "
               SOBREVIVIENTE-ID " y el duplicado se eliminara."
           DISPLAY "¿Confirma la fusion? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM REGISTRAR-FUSION
               IF  FUSION-VALIDA = "S"
                   PERFORM EJECUTAR-FUSION
               END-IF
           ELSE
               DISPLAY "No se realizo la fusion."
           END-IF
       END-IF.

       CONTAR-CLIENTES-CON-EL-DNI.
       MOVE ZERO TO CLIENTES-CON-EL-DNI.
       MOVE DUPLICADO-DNI TO CUSTOMERS-DNI.
       START CUSTOMERS-FILE KEY IS EQUAL TO CUSTOMERS-DNI
           INVALID KEY MOVE "S" TO FIN-CLIENTES
           NOT INVALID KEY MOVE "N" TO FIN-CLIENTES
       END-START.
       PERFORM CONTAR-CLIENTE-SIGUIENTE UNTIL FIN-CLIENTES = "S".

       CONTAR-CLIENTE-SIGUIENTE.
       READ CUSTOMERS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-CLIENTES
           NOT AT END
               IF  CUSTOMERS-DNI = DUPLICADO-DNI
                   ADD 1 TO CLIENTES-CON-EL-DNI
               ELSE
                   MOVE "S" TO FIN-CLIENTES
               END-IF
       END-READ.

      *Datos de los dos clientes y lo que cuelga de cada uno, lado
      *a lado, y despues el detalle de equipos y presupuestos
       MOSTRAR-COMPARACION.
       MOVE SOBREVIVIENTE-DNI TO DNI-CONTADO.
       MOVE 1 TO INDICE-CLIENTE.
       PERFORM CONTAR-DEPENDIENTES.
       MOVE DUPLICADO-DNI TO DNI-CONTADO.
       MOVE 2 TO INDICE-CLIENTE.
       PERFORM CONTAR-DEPENDIENTES.
       DISPLAY " ".
       MOVE SPACE TO LINEA-COMPARACION.
       MOVE "QUEDA" TO COMPARACION-SOBREVIVIENTE.
       MOVE "DUPLICADO" TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "ID" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-ID TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-ID TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "DNI" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-DNI TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-DNI TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Nombre" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-NOMBRE TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-NOMBRE TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Telefono" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-TELEFONO TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-TELEFONO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Email" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-EMAIL TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-EMAIL TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Direccion" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-DIRECCION TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-DIRECCION TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Condicion IVA" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-CONDICION-IVA TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-CONDICION-IVA TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "CUIT" TO COMPARACION-TITULO.
       MOVE SOBREVIVIENTE-CUIT TO COMPARACION-SOBREVIVIENTE.
       MOVE DUPLICADO-CUIT TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       DISPLAY "---------------------------------------------".
       MOVE "Equipos" TO COMPARACION-TITULO.
       MOVE CANTIDAD-EQUIPOS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-EQUIPOS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Presupuestos" TO COMPARACION-TITULO.
       MOVE CANTIDAD-PRESUPUESTOS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-PRESUPUESTOS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Presupuestado" TO COMPARACION-TITULO.
       MOVE IMPORTE-PRESUPUESTADO (1) TO IMPORTE-EDITADO.
       MOVE IMPORTE-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE IMPORTE-PRESUPUESTADO (2) TO IMPORTE-EDITADO.
       MOVE IMPORTE-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Pagos" TO COMPARACION-TITULO.
       MOVE CANTIDAD-PAGOS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-PAGOS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Pagado" TO COMPARACION-TITULO.
       MOVE IMPORTE-PAGADO (1) TO IMPORTE-EDITADO.
       MOVE IMPORTE-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE IMPORTE-PAGADO (2) TO IMPORTE-EDITADO.
       MOVE IMPORTE-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Recibos" TO COMPARACION-TITULO.
       MOVE CANTIDAD-RECIBOS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-RECIBOS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Avisos retiro" TO COMPARACION-TITULO.
       MOVE CANTIDAD-AVISOS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-AVISOS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Notas credito" TO COMPARACION-TITULO.
       MOVE CANTIDAD-NOTAS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-NOTAS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       MOVE "Facturas" TO COMPARACION-TITULO.
       MOVE CANTIDAD-FACTURAS (1) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-SOBREVIVIENTE.
       MOVE CANTIDAD-FACTURAS (2) TO CONTADOR-EDITADO.
       MOVE CONTADOR-EDITADO TO COMPARACION-DUPLICADO.
       DISPLAY LINEA-COMPARACION.
       DISPLAY "---------------------------------------------".
       DISPLAY "Cliente que queda, " SOBREVIVIENTE-ID ":".
       MOVE SOBREVIVIENTE-DNI TO DNI-CONTADO.
       PERFORM LISTAR-DEPENDIENTES.
       DISPLAY "Duplicado, " DUPLICADO-ID ":".
       MOVE DUPLICADO-DNI TO DNI-CONTADO.
       PERFORM LISTAR-DEPENDIENTES.
       DISPLAY "---------------------------------------------".

      *Cuenta lo que cuelga del DNI-CONTADO en la columna
      *INDICE-CLIENTE. Los pagos se cuentan por presupuesto
       CONTAR-DEPENDIENTES.
       MOVE ZERO TO CANTIDAD-EQUIPOS (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-PRESUPUESTOS (INDICE-CLIENTE).
       MOVE ZERO TO IMPORTE-PRESUPUESTADO (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-PAGOS (INDICE-CLIENTE).
       MOVE ZERO TO IMPORTE-PAGADO (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-RECIBOS (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-AVISOS (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-NOTAS (INDICE-CLIENTE).
       MOVE ZERO TO CANTIDAD-FACTURAS (INDICE-CLIENTE).
       MOVE DNI-CONTADO TO EQUIPMENTS-DNI.
       START EQUIPMENTS-FILE KEY IS EQUAL TO EQUIPMENTS-DNI
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-START.
       PERFORM CONTAR-EQUIPO-SIGUIENTE UNTIL FIN-EQUIPOS = "S".
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM CONTAR-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".
       MOVE LOW-VALUE TO RECEIPTS-NUMERO.
       START RECEIPTS-FILE KEY IS NOT LESS THAN RECEIPTS-NUMERO
           INVALID KEY MOVE "S" TO FIN-RECIBOS
           NOT INVALID KEY MOVE "N" TO FIN-RECIBOS
       END-START.
       PERFORM CONTAR-RECIBO-SIGUIENTE UNTIL FIN-RECIBOS = "S".
       MOVE "000000" TO AVISOS-ID.
       START AVISOS-FILE KEY IS NOT LESS THAN AVISOS-ID
           INVALID KEY MOVE "S" TO FIN-AVISOS
           NOT INVALID KEY MOVE "N" TO FIN-AVISOS
       END-START.
       PERFORM CONTAR-AVISO-SIGUIENTE UNTIL FIN-AVISOS = "S".
       MOVE LOW-VALUE TO NOTAS-NUMERO.
       START NOTAS-FILE KEY IS NOT LESS THAN NOTAS-NUMERO
           INVALID KEY MOVE "S" TO FIN-NOTAS
           NOT INVALID KEY MOVE "N" TO FIN-NOTAS
       END-START.
       PERFORM CONTAR-NOTA-SIGUIENTE UNTIL FIN-NOTAS = "S".
       MOVE LOW-VALUE TO FACTURAS-CLAVE.
       START FACTURAS-FILE KEY IS NOT LESS THAN FACTURAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-FACTURAS
           NOT INVALID KEY MOVE "N" TO FIN-FACTURAS
       END-START.
       PERFORM CONTAR-FACTURA-SIGUIENTE UNTIL FIN-FACTURAS = "S".

       CONTAR-EQUIPO-SIGUIENTE.
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-EQUIPOS (INDICE-CLIENTE)
               ELSE
                   MOVE "S" TO FIN-EQUIPOS
               END-IF
       END-READ.

       CONTAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-PRESUPUESTOS (INDICE-CLIENTE)
                   ADD BUDGETS-IMPORTE
                       TO IMPORTE-PRESUPUESTADO (INDICE-CLIENTE)
                   PERFORM CONTAR-PAGOS-PRESUPUESTO
               END-IF
       END-READ.

       CONTAR-PAGOS-PRESUPUESTO.
       MOVE BUDGETS-ID TO PAYMENTS-PRESUPUESTO.
       START PAYMENTS-FILE KEY IS EQUAL TO PAYMENTS-PRESUPUESTO
           INVALID KEY MOVE "S" TO FIN-PAGOS
           NOT INVALID KEY MOVE "N" TO FIN-PAGOS
       END-START.
       PERFORM CONTAR-PAGO-SIGUIENTE UNTIL FIN-PAGOS = "S".

       CONTAR-PAGO-SIGUIENTE.
       READ PAYMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PAGOS
           NOT AT END
               IF  PAYMENTS-PRESUPUESTO = BUDGETS-ID
                   ADD 1 TO CANTIDAD-PAGOS (INDICE-CLIENTE)
                   ADD PAYMENTS-IMPORTE
                       TO IMPORTE-PAGADO (INDICE-CLIENTE)
               ELSE
                   MOVE "S" TO FIN-PAGOS
               END-IF
       END-READ.

       CONTAR-RECIBO-SIGUIENTE.
       READ RECEIPTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-RECIBOS
           NOT AT END
               IF  RECEIPTS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-RECIBOS (INDICE-CLIENTE)
               END-IF
       END-READ.

       CONTAR-AVISO-SIGUIENTE.
       READ AVISOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-AVISOS
           NOT AT END
               IF  AVISOS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-AVISOS (INDICE-CLIENTE)
               END-IF
       END-READ.

       CONTAR-NOTA-SIGUIENTE.
       READ NOTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-NOTAS
           NOT AT END
               IF  NOTAS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-NOTAS (INDICE-CLIENTE)
               END-IF
       END-READ.

       CONTAR-FACTURA-SIGUIENTE.
       READ FACTURAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-FACTURAS
           NOT AT END
               IF  FACTURAS-DNI = DNI-CONTADO
                   ADD 1 TO CANTIDAD-FACTURAS (INDICE-CLIENTE)
               END-IF
       END-READ.

      *Detalle de los equipos y presupuestos del DNI-CONTADO
       LISTAR-DEPENDIENTES.
       MOVE DNI-CONTADO TO EQUIPMENTS-DNI.
       START EQUIPMENTS-FILE KEY IS EQUAL TO EQUIPMENTS-DNI
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-START.
       PERFORM LISTAR-EQUIPO-SIGUIENTE UNTIL FIN-EQUIPOS = "S".
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM LISTAR-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".

       LISTAR-EQUIPO-SIGUIENTE.
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-DNI = DNI-CONTADO
                   DISPLAY "  Equipo " EQUIPMENTS-ID " "
                       EQUIPMENTS-TIPO " estado " EQUIPMENTS-ESTADO
                       " ingreso " EQUIPMENTS-FECHA-INGRESO
               ELSE
                   MOVE "S" TO FIN-EQUIPOS
               END-IF
       END-READ.

       LISTAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-DNI = DNI-CONTADO
                   MOVE BUDGETS-IMPORTE TO IMPORTE-EDITADO
                   DISPLAY "  Presupuesto " BUDGETS-ID
                       " equipo " BUDGETS-EQUIPO " importe "
                       IMPORTE-EDITADO " pagado " BUDGETS-PAGADO
               END-IF
       END-READ.

      *Anota la fusion como en curso antes de tocar ningun archivo,
      *con la imagen del duplicado para el asiento final
       REGISTRAR-FUSION.
       MOVE SPACE TO FUSIONES-REGISTERS.
       MOVE DUPLICADO-ID TO FUSIONES-DUPLICADO.
       MOVE DUPLICADO-DNI TO FUSIONES-DNI-DUPLICADO.
       MOVE SOBREVIVIENTE-ID TO FUSIONES-SOBREVIVIENTE.
       MOVE SOBREVIVIENTE-DNI TO FUSIONES-DNI-SOBREVIVIENTE.
       MOVE "P" TO FUSIONES-ESTADO.
       MOVE WS-FECHA-ARCHIVO TO FUSIONES-FECHA.
       MOVE OPERADOR-ACTUAL TO FUSIONES-OPERADOR.
       MOVE ZERO TO FUSIONES-EQUIPOS.
       MOVE ZERO TO FUSIONES-PRESUPUESTOS.
       MOVE ZERO TO FUSIONES-RECIBOS.
       MOVE ZERO TO FUSIONES-AVISOS.
       MOVE ZERO TO FUSIONES-NOTAS.
       MOVE ZERO TO FUSIONES-FACTURAS.
       MOVE DUPLICADO TO FUSIONES-IMAGEN-DUPLICADO.
       WRITE FUSIONES-REGISTERS
           INVALID KEY
               DISPLAY "Error al registrar la fusion, codigo "
                   WS-FUSIONES-STATUS
               MOVE "N" TO FUSION-VALIDA
       END-WRITE.

      *Pasa al cliente que queda todo lo que todavia tenga el DNI
      *del duplicado. Cada paso solo toca lo que falta pasar, asi
      *que repetirlo despues de un corte no duplica nada
       EJECUTAR-FUSION.
       MOVE "N" TO FUSION-CON-ERROR.
       MOVE FUSIONES-SOBREVIVIENTE TO CUSTOMERS-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY
               DISPLAY "El cliente que queda ya no existe, la fusion "
                   "sigue pendiente."
               MOVE "S" TO FUSION-CON-ERROR
           NOT INVALID KEY
               MOVE CUSTOMERS-REGISTERS TO SOBREVIVIENTE
       END-READ.
       IF  FUSION-CON-ERROR = "N"
       AND FUSIONES-DNI-DUPLICADO NOT = FUSIONES-DNI-SOBREVIVIENTE
           PERFORM REAPUNTAR-EQUIPOS
           PERFORM REAPUNTAR-PRESUPUESTOS
           PERFORM REAPUNTAR-RECIBOS
           PERFORM REAPUNTAR-AVISOS
           PERFORM REAPUNTAR-NOTAS
           PERFORM REAPUNTAR-FACTURAS
       END-IF.
       IF  FUSION-CON-ERROR = "N"
           PERFORM ELIMINAR-DUPLICADO
       END-IF.
       IF  FUSION-CON-ERROR = "N"
           MOVE "T" TO FUSIONES-ESTADO
           PERFORM GRABAR-AVANCE-FUSION
           DISPLAY "Fusion terminada. Pasaron al cliente "
               FUSIONES-SOBREVIVIENTE ":"
           DISPLAY "  Equipos: " FUSIONES-EQUIPOS
               "  Presupuestos: " FUSIONES-PRESUPUESTOS
               "  Recibos: " FUSIONES-RECIBOS
           DISPLAY "  Avisos: " FUSIONES-AVISOS
               "  Notas de credito: " FUSIONES-NOTAS
               "  Facturas: " FUSIONES-FACTURAS
       ELSE
           DISPLAY "La fusion quedo pendiente; vuelva a correr el "
               "programa para completarla."
       END-IF.

      *Los contadores de la fusion se graban despues de cada archivo
       GRABAR-AVANCE-FUSION.
       REWRITE FUSIONES-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar la fusion, codigo "
                   WS-FUSIONES-STATUS
               MOVE "S" TO FUSION-CON-ERROR
       END-REWRITE.

      *Los equipos se buscan por la clave de DNI, que cambia al
      *regrabar: por eso cada vuelta vuelve a posicionarse
       REAPUNTAR-EQUIPOS.
       MOVE "N" TO FIN-EQUIPOS.
       PERFORM REAPUNTAR-EQUIPO-SIGUIENTE UNTIL FIN-EQUIPOS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-EQUIPO-SIGUIENTE.
       MOVE FUSIONES-DNI-DUPLICADO TO EQUIPMENTS-DNI.
       START EQUIPMENTS-FILE KEY IS EQUAL TO EQUIPMENTS-DNI
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY
               READ EQUIPMENTS-FILE NEXT RECORD
                   AT END MOVE "S" TO FIN-EQUIPOS
                   NOT AT END PERFORM REAPUNTAR-EQUIPO
               END-READ
       END-START.

       REAPUNTAR-EQUIPO.
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE EQUIPMENTS-REGISTERS TO IMAGEN-ANTERIOR.
       MOVE FUSIONES-DNI-SOBREVIVIENTE TO EQUIPMENTS-DNI.
       REWRITE EQUIPMENTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el equipo "
                   EQUIPMENTS-ID ", codigo " WS-EQUIPMENTS-STATUS
               MOVE "S" TO FUSION-CON-ERROR
               MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY
               ADD 1 TO FUSIONES-EQUIPOS
               MOVE "E" TO TIPO-AUDITORIA
               MOVE EQUIPMENTS-ID TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE EQUIPMENTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA-REAPUNTE
       END-REWRITE.

       REAPUNTAR-PRESUPUESTOS.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM REAPUNTAR-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-DNI = FUSIONES-DNI-DUPLICADO
                   MOVE SPACE TO IMAGEN-ANTERIOR
                   MOVE BUDGETS-REGISTERS TO IMAGEN-ANTERIOR
                   MOVE FUSIONES-DNI-SOBREVIVIENTE TO BUDGETS-DNI
                   REWRITE BUDGETS-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al actualizar el "
                               "presupuesto " BUDGETS-ID
                           MOVE "S" TO FUSION-CON-ERROR
                       NOT INVALID KEY
                           ADD 1 TO FUSIONES-PRESUPUESTOS
                           MOVE "P" TO TIPO-AUDITORIA
                           MOVE BUDGETS-ID TO CLAVE-AUDITORIA
                           MOVE SPACE TO IMAGEN-POSTERIOR
                           MOVE BUDGETS-REGISTERS TO IMAGEN-POSTERIOR
                           PERFORM GRABAR-AUDITORIA-REAPUNTE
                   END-REWRITE
               END-IF
       END-READ.

      *El recibo conserva el nombre con que se emitio; solo cambia
      *el DNI al que queda ligado
       REAPUNTAR-RECIBOS.
       MOVE LOW-VALUE TO RECEIPTS-NUMERO.
       START RECEIPTS-FILE KEY IS NOT LESS THAN RECEIPTS-NUMERO
           INVALID KEY MOVE "S" TO FIN-RECIBOS
           NOT INVALID KEY MOVE "N" TO FIN-RECIBOS
       END-START.
       PERFORM REAPUNTAR-RECIBO-SIGUIENTE UNTIL FIN-RECIBOS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-RECIBO-SIGUIENTE.
       READ RECEIPTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-RECIBOS
           NOT AT END
               IF  RECEIPTS-DNI = FUSIONES-DNI-DUPLICADO
                   MOVE SPACE TO IMAGEN-ANTERIOR
                   MOVE RECEIPTS-REGISTERS TO IMAGEN-ANTERIOR
                   MOVE FUSIONES-DNI-SOBREVIVIENTE TO RECEIPTS-DNI
                   REWRITE RECEIPTS-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al actualizar el recibo "
                               RECEIPTS-NUMERO
                           MOVE "S" TO FUSION-CON-ERROR
                       NOT INVALID KEY
                           ADD 1 TO FUSIONES-RECIBOS
                           MOVE "I" TO TIPO-AUDITORIA
                           MOVE RECEIPTS-NUMERO
                               TO CLAVE-AUDITORIA
                           MOVE SPACE TO IMAGEN-POSTERIOR
                           MOVE RECEIPTS-REGISTERS TO IMAGEN-POSTERIOR
                           PERFORM GRABAR-AUDITORIA-REAPUNTE
                   END-REWRITE
               END-IF
       END-READ.

      *El aviso pendiente toma los datos de contacto del cliente que
      *queda, para que el llamado vaya al numero correcto
       REAPUNTAR-AVISOS.
       MOVE "000000" TO AVISOS-ID.
       START AVISOS-FILE KEY IS NOT LESS THAN AVISOS-ID
           INVALID KEY MOVE "S" TO FIN-AVISOS
           NOT INVALID KEY MOVE "N" TO FIN-AVISOS
       END-START.
       PERFORM REAPUNTAR-AVISO-SIGUIENTE UNTIL FIN-AVISOS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-AVISO-SIGUIENTE.
       READ AVISOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-AVISOS
           NOT AT END
               IF  AVISOS-DNI = FUSIONES-DNI-DUPLICADO
                   MOVE SPACE TO IMAGEN-ANTERIOR
                   MOVE AVISOS-REGISTERS TO IMAGEN-ANTERIOR
                   MOVE FUSIONES-DNI-SOBREVIVIENTE TO AVISOS-DNI
                   IF  AVISOS-ESTADO = "P"
                       MOVE SOBREVIVIENTE-NOMBRE TO AVISOS-NOMBRE
                       MOVE SOBREVIVIENTE-TELEFONO TO AVISOS-TELEFONO
                       MOVE SOBREVIVIENTE-EMAIL TO AVISOS-EMAIL
                   END-IF
                   REWRITE AVISOS-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al actualizar el aviso "
                               AVISOS-ID
                           MOVE "S" TO FUSION-CON-ERROR
                       NOT INVALID KEY
                           ADD 1 TO FUSIONES-AVISOS
                           MOVE "A" TO TIPO-AUDITORIA
                           MOVE AVISOS-ID TO CLAVE-AUDITORIA
                           MOVE SPACE TO IMAGEN-POSTERIOR
                           MOVE AVISOS-REGISTERS TO IMAGEN-POSTERIOR
                           PERFORM GRABAR-AUDITORIA-REAPUNTE
                   END-REWRITE
               END-IF
       END-READ.

      *Notas de credito y facturas son comprobantes emitidos:
      *conservan nombre, condicion y CUIT, solo cambia el DNI
       REAPUNTAR-NOTAS.
       MOVE LOW-VALUE TO NOTAS-NUMERO.
       START NOTAS-FILE KEY IS NOT LESS THAN NOTAS-NUMERO
           INVALID KEY MOVE "S" TO FIN-NOTAS
           NOT INVALID KEY MOVE "N" TO FIN-NOTAS
       END-START.
       PERFORM REAPUNTAR-NOTA-SIGUIENTE UNTIL FIN-NOTAS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-NOTA-SIGUIENTE.
       READ NOTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-NOTAS
           NOT AT END
               IF  NOTAS-DNI = FUSIONES-DNI-DUPLICADO
                   MOVE SPACE TO IMAGEN-ANTERIOR
                   MOVE NOTAS-REGISTERS TO IMAGEN-ANTERIOR
                   MOVE FUSIONES-DNI-SOBREVIVIENTE TO NOTAS-DNI
                   REWRITE NOTAS-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al actualizar la nota de "
                               "credito " NOTAS-NUMERO
                           MOVE "S" TO FUSION-CON-ERROR
                       NOT INVALID KEY
                           ADD 1 TO FUSIONES-NOTAS
                           MOVE "K" TO TIPO-AUDITORIA
                           MOVE NOTAS-NUMERO TO CLAVE-AUDITORIA
                           MOVE SPACE TO IMAGEN-POSTERIOR
                           MOVE NOTAS-REGISTERS TO IMAGEN-POSTERIOR
                           PERFORM GRABAR-AUDITORIA-REAPUNTE
                   END-REWRITE
               END-IF
       END-READ.

       REAPUNTAR-FACTURAS.
       MOVE LOW-VALUE TO FACTURAS-CLAVE.
       START FACTURAS-FILE KEY IS NOT LESS THAN FACTURAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-FACTURAS
           NOT INVALID KEY MOVE "N" TO FIN-FACTURAS
       END-START.
       PERFORM REAPUNTAR-FACTURA-SIGUIENTE UNTIL FIN-FACTURAS = "S".
       PERFORM GRABAR-AVANCE-FUSION.

       REAPUNTAR-FACTURA-SIGUIENTE.
       READ FACTURAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-FACTURAS
           NOT AT END
               IF  FACTURAS-DNI = FUSIONES-DNI-DUPLICADO
                   MOVE SPACE TO IMAGEN-ANTERIOR
                   MOVE FACTURAS-REGISTERS TO IMAGEN-ANTERIOR
                   MOVE FUSIONES-DNI-SOBREVIVIENTE TO FACTURAS-DNI
                   REWRITE FACTURAS-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al actualizar la factura "
                               FACTURAS-LETRA " " FACTURAS-NUMERO
                           MOVE "S" TO FUSION-CON-ERROR
                       NOT INVALID KEY
                           ADD 1 TO FUSIONES-FACTURAS
                           MOVE "F" TO TIPO-AUDITORIA
                           MOVE FACTURAS-NUMERO (3:6)
                               TO CLAVE-AUDITORIA
                           MOVE SPACE TO IMAGEN-POSTERIOR
                           MOVE FACTURAS-REGISTERS TO IMAGEN-POSTERIOR
                           PERFORM GRABAR-AUDITORIA-REAPUNTE
                   END-REWRITE
               END-IF
       END-READ.

      *Borra el duplicado, si no se borro ya en una corrida
      *anterior, y asienta la fusion con el duplicado como antes y
      *el cliente que queda como despues
       ELIMINAR-DUPLICADO.
       MOVE FUSIONES-DUPLICADO TO CUSTOMERS-ID.
       READ CUSTOMERS-FILE RECORD
           INVALID KEY CONTINUE
           NOT INVALID KEY
               DELETE CUSTOMERS-FILE RECORD
                   INVALID KEY
                       DISPLAY "Error al eliminar el duplicado, "
                           "codigo " WS-CUSTOMERS-STATUS
                       MOVE "S" TO FUSION-CON-ERROR
               END-DELETE
       END-READ.
       IF  FUSION-CON-ERROR = "N"
           MOVE "C" TO TIPO-AUDITORIA
           MOVE "F" TO OPERACION-AUDITORIA
           MOVE FUSIONES-DUPLICADO TO CLAVE-AUDITORIA
           MOVE FUSIONES-DNI-SOBREVIVIENTE TO DNI-AUDITORIA
           MOVE SPACE TO IMAGEN-ANTERIOR
           MOVE FUSIONES-IMAGEN-DUPLICADO TO IMAGEN-ANTERIOR
           MOVE SPACE TO IMAGEN-POSTERIOR
           MOVE SOBREVIVIENTE TO IMAGEN-POSTERIOR
           PERFORM GRABAR-AUDITORIA
       END-IF.

       GRABAR-AUDITORIA-REAPUNTE.
       MOVE "M" TO OPERACION-AUDITORIA.
       MOVE FUSIONES-DNI-SOBREVIVIENTE TO DNI-AUDITORIA.
       PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE WS-FECHA-ARCHIVO TO AUDIT-FECHA.
       MOVE HORA-ACTUAL (1:6) TO AUDIT-HORA.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE TIPO-AUDITORIA TO AUDIT-TIPO.
       MOVE OPERACION-AUDITORIA TO AUDIT-OPERACION.
       MOVE CLAVE-AUDITORIA TO AUDIT-CLAVE.
       MOVE DNI-AUDITORIA TO AUDIT-DNI.
       MOVE IMAGEN-ANTERIOR TO AUDIT-ANTES.
       MOVE IMAGEN-POSTERIOR TO AUDIT-DESPUES.
       WRITE AUDIT-REGISTRO.

       END PROGRAM FUSION-CLIENTES.

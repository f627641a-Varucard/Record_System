      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Recuento fisico del deposito de repuestos. Imprime
      *          la planilla de conteo sin el stock del sistema, para
      *          que el que cuenta no se deje llevar por el numero;
      *          carga las cantidades contadas, muestra las
      *          diferencias contra el sistema valorizadas al costo
      *          del maestro, y asienta los ajustes aprobados por el
      *          supervisor como movimientos de conteo en el kardex,
      *          con su asiento en la pista de auditoria.
      *          El conteo de cada repuesto queda en conteo.dat como
      *          P pendiente, A asentado o X descartado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO-STOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Archivo fisico de Operadores, para iniciar la sesion
       SELECT OPTIONAL OPERATORS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\operators.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OPERATORS-USUARIO
       FILE STATUS IS WS-OPERATORS-STATUS.

      *Archivo fisico de Repuestos
       SELECT OPTIONAL PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-PARTS-STATUS.

      *Archivo fisico del Conteo fisico, un registro por repuesto
       SELECT OPTIONAL CONTEO-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\conteo.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CONTEO-CODIGO
       FILE STATUS IS WS-CONTEO-STATUS.

      *Archivo fisico de Movimientos de stock (kardex)
       SELECT OPTIONAL MOVSTOCK-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\movstock.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MOVSTOCK-ID
       ALTERNATE RECORD KEY IS MOVSTOCK-CODIGO WITH DUPLICATES
       FILE STATUS IS WS-MOVSTOCK-STATUS.

      *Archivo fisico de control compartido entre terminales, el
      *mismo que usa el sistema de registros para la numeracion
       SELECT OPTIONAL CONTROL-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\control.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CONTROL-CLAVE
       FILE STATUS IS WS-CONTROL-STATUS.

      *Pista de auditoria, los ajustes por conteo quedan asentados
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

      *Archivo logico de Repuestos
       FD PARTS-FILE.
           01 PARTS-REGISTERS.
               05 PARTS-CODIGO PIC X(8).
               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

      *Archivo logico del Conteo fisico. SISTEMA es el stock que
      *tenia el repuesto al cargar lo contado
       FD CONTEO-FILE.
           01 CONTEO-REGISTERS.
               05 CONTEO-CODIGO PIC X(8).
               05 CONTEO-FECHA PIC X(8).
               05 CONTEO-SISTEMA PIC 9(5).
               05 CONTEO-CONTADO PIC 9(5).
               05 CONTEO-ESTADO PIC X(1).
               05 CONTEO-OPERADOR PIC X(10).

      *Archivo logico de Movimientos de stock (kardex)
       FD MOVSTOCK-FILE.
           01 MOVSTOCK-REGISTERS.
               05 MOVSTOCK-ID PIC X(6).
               05 MOVSTOCK-CODIGO PIC X(8).
               05 MOVSTOCK-FECHA PIC X(8).
               05 MOVSTOCK-TIPO PIC X(1).
               05 MOVSTOCK-ENTRADA PIC 9(5).
               05 MOVSTOCK-SALIDA PIC 9(5).
               05 MOVSTOCK-SALDO PIC 9(5).
               05 MOVSTOCK-COSTO PIC 9(7)V99.
               05 MOVSTOCK-DOCUMENTO PIC X(20).
               05 MOVSTOCK-OPERADOR PIC X(10).

      *Archivo logico de control compartido
       FD CONTROL-FILE.
           01 CONTROL-REGISTERS.
               05 CONTROL-CLAVE PIC X(12).
               05 CONTROL-ULTIMO-NUMERO PIC 9(6).
               05 CONTROL-FECHA PIC X(8).

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
       01  WS-PARTS-STATUS PIC X(2).
       01  WS-CONTEO-STATUS PIC X(2).
       01  WS-MOVSTOCK-STATUS PIC X(2).
       01  WS-CONTROL-STATUS PIC X(2).

       01  FIN-REPUESTOS PIC X.
       01  FIN-CONTEO PIC X.
       01  FIN-CARGA PIC X.

      *Sesion del operador que cuenta o asienta
       01  LOGIN-VALIDO PIC X.
       01  INTENTOS-LOGIN PIC 9 VALUE ZERO.
       01  CLAVE-INGRESADA PIC X(10).
       01  OPERADOR-ACTUAL PIC X(10).
       01  ROL-ACTUAL PIC X(1).

       01  OPCION-CONTEO PIC 9 VALUE ZERO.
       01  SI-NO PIC X.
       01  CODIGO-INGRESADO PIC X(8).
       01  CANTIDAD-TEXTO PIC X(6).
       01  CANTIDAD-CONTADA PIC 9(5) VALUE ZERO.

      *Numeracion de los movimientos del kardex, tomada del control
      *compartido igual que en el sistema de registros
       01  NUMERO-MOVIMIENTO PIC 9(6) VALUE ZERO.
       01  CLAVE-CONTROL PIC X(12).
       01  NUMERO-ASIGNADO PIC 9(6) VALUE ZERO.
       01  ULTIMO-CALCULADO PIC 9(6) VALUE ZERO.
       01  CONTROL-HALLADO PIC X.
       01  KARDEX-ABIERTO PIC X VALUE "N".

      *Diferencia de cada conteo y totales valorizados
       01  DIFERENCIA-CONTEO PIC S9(5) VALUE ZERO.
       01  VALOR-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-SOBRANTE PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-FALTANTE PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-NETO PIC S9(11)V99 VALUE ZERO.
       01  CONTADOR-PENDIENTES PIC 9(4) VALUE ZERO.
       01  CONTADOR-CON-DIFERENCIA PIC 9(4) VALUE ZERO.
       01  CONTADOR-ASENTADOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-DESCARTADOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-REPUESTOS PIC 9(4) VALUE ZERO.

      *Ajuste a asentar sobre el stock vigente
       01  STOCK-ANTERIOR PIC 9(5) VALUE ZERO.
       01  STOCK-AJUSTADO PIC S9(6) VALUE ZERO.
       01  ENTRADA-MOVIMIENTO PIC 9(5) VALUE ZERO.
       01  SALIDA-MOVIMIENTO PIC 9(5) VALUE ZERO.
       01  DOCUMENTO-MOVIMIENTO PIC X(20).

       01  DIFERENCIA-EDITADA PIC -ZZZZ9.
       01  VALOR-EDITADO PIC -ZZZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZZ9.99.

      *Imagenes para la pista de auditoria
       01  IMAGEN-ANTERIOR PIC X(357).
       01  IMAGEN-POSTERIOR PIC X(357).

       01  WS-FECHA-ARCHIVO PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       ACCEPT WS-FECHA-ARCHIVO FROM DATE YYYYMMDD.
       PERFORM INICIAR-SESION.
       IF  LOGIN-VALIDO = "S"
           PERFORM APERTURA-REPUESTOS
           PERFORM APERTURA-CONTEO
           PERFORM APERTURA-MOVSTOCK
           PERFORM APERTURA-CONTROL
           OPEN EXTEND AUDIT-FILE
           PERFORM REVISAR-KARDEX-ABIERTO
           IF  KARDEX-ABIERTO = "S"
               PERFORM MOSTRAR-MENU-CONTEO UNTIL OPCION-CONTEO = 5
           END-IF
           CLOSE PARTS-FILE
           CLOSE CONTEO-FILE
           CLOSE MOVSTOCK-FILE
           CLOSE CONTROL-FILE
           CLOSE AUDIT-FILE
       END-IF.

       PROGRAM-DONE.
       STOP RUN.

      *Cualquier operador puede contar y cargar lo contado; el
      *asiento de los ajustes queda reservado al supervisor
       INICIAR-SESION.
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
                   MOVE "S" TO LOGIN-VALIDO
                   MOVE OPERATORS-USUARIO TO OPERADOR-ACTUAL
                   MOVE OPERATORS-ROL TO ROL-ACTUAL
                   DISPLAY "Sesion iniciada: " OPERATORS-NOMBRE
               ELSE
                   DISPLAY "Usuario o clave incorrectos."
               END-IF
       END-READ.

      *Apertura de Archivos, si no se encuentran los crea
       APERTURA-REPUESTOS.
       OPEN I-O PARTS-FILE.
       IF WS-PARTS-STATUS = "35"
           OPEN OUTPUT PARTS-FILE
           CLOSE PARTS-FILE
           OPEN I-O PARTS-FILE
       END-IF.
       IF WS-PARTS-STATUS NOT = "00"
           DISPLAY "Error al abrir parts.dat, codigo "
               WS-PARTS-STATUS
       END-IF.

       APERTURA-CONTEO.
       OPEN I-O CONTEO-FILE.
       IF WS-CONTEO-STATUS = "35"
           OPEN OUTPUT CONTEO-FILE
           CLOSE CONTEO-FILE
           OPEN I-O CONTEO-FILE
       END-IF.
       IF WS-CONTEO-STATUS NOT = "00"
           DISPLAY "Error al abrir conteo.dat, codigo "
               WS-CONTEO-STATUS
       END-IF.

       APERTURA-MOVSTOCK.
       OPEN I-O MOVSTOCK-FILE.
       IF WS-MOVSTOCK-STATUS = "35"
           OPEN OUTPUT MOVSTOCK-FILE
           CLOSE MOVSTOCK-FILE
           OPEN I-O MOVSTOCK-FILE
       END-IF.
       IF WS-MOVSTOCK-STATUS NOT = "00"
           DISPLAY "Error al abrir movstock.dat, codigo "
               WS-MOVSTOCK-STATUS
       END-IF.

       APERTURA-CONTROL.
       OPEN I-O CONTROL-FILE.
       IF WS-CONTROL-STATUS = "35"
           OPEN OUTPUT CONTROL-FILE
           CLOSE CONTROL-FILE
           OPEN I-O CONTROL-FILE
       END-IF.
       IF WS-CONTROL-STATUS NOT = "00"
           DISPLAY "Error al abrir control.dat, codigo "
               WS-CONTROL-STATUS
       END-IF.

      *El kardex lo abre el sistema de registros, con el saldo
      *inicial de cada repuesto, la primera vez que da de alta la
      *clave de numeracion MOVSTOCK. Sin esa clave el kardex no tiene
      *saldos de apertura y un ajuste por conteo lo dejaria
      *descuadrado, por eso el recuento no se permite
       REVISAR-KARDEX-ABIERTO.
       MOVE "MOVSTOCK" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       MOVE CONTROL-HALLADO TO KARDEX-ABIERTO.
       IF  KARDEX-ABIERTO NOT = "S"
           DISPLAY "El kardex todavia no fue abierto. Ingrese primero "
               "al sistema de registros"
           DISPLAY "para que cargue los saldos iniciales y despues "
               "haga el recuento."
       END-IF.

       LEER-CONTROL.
       MOVE CLAVE-CONTROL TO CONTROL-CLAVE.
       READ CONTROL-FILE RECORD
           INVALID KEY MOVE "N" TO CONTROL-HALLADO
           NOT INVALID KEY MOVE "S" TO CONTROL-HALLADO
       END-READ.

       GRABAR-CONTROL-INICIAL.
       MOVE SPACE TO CONTROL-REGISTERS.
       MOVE CLAVE-CONTROL TO CONTROL-CLAVE.
       MOVE ULTIMO-CALCULADO TO CONTROL-ULTIMO-NUMERO.
       MOVE SPACE TO CONTROL-FECHA.
       WRITE CONTROL-REGISTERS
           INVALID KEY
               DISPLAY "Error al iniciar el control de numeracion "
                   "de " CLAVE-CONTROL
       END-WRITE.

      *Toma el proximo numero de la clave pedida y lo regraba en
      *el momento: asi dos terminales nunca reparten el mismo numero
       OBTENER-PROXIMO-NUMERO.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           MOVE ZERO TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
           PERFORM LEER-CONTROL
       END-IF.
       ADD 1 TO CONTROL-ULTIMO-NUMERO.
       MOVE CONTROL-ULTIMO-NUMERO TO NUMERO-ASIGNADO.
       REWRITE CONTROL-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el control de "
                   "numeracion de " CLAVE-CONTROL
       END-REWRITE.

      *Menu del recuento
       MOSTRAR-MENU-CONTEO.
       DISPLAY " ".
       DISPLAY "===== Conteo fisico de repuestos =====".
       DISPLAY "1. Planilla de conteo".
       DISPLAY "2. Cargar cantidades contadas".
       DISPLAY "3. Diferencias contra el sistema".
       DISPLAY "4. Asentar ajustes".
       DISPLAY "5. Salir".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-CONTEO.
       EVALUATE OPCION-CONTEO
           WHEN 1 PERFORM IMPRIMIR-PLANILLA
           WHEN 2 PERFORM CARGAR-CONTEO
           WHEN 3 PERFORM LISTAR-DIFERENCIAS
           WHEN 4
               IF  ROL-ACTUAL = "S"
                   PERFORM ASENTAR-AJUSTES
               ELSE
                   DISPLAY "El asiento de los ajustes requiere una "
                       "sesion de supervisor."
               END-IF
           WHEN OTHER CONTINUE
       END-EVALUATE.

      *Planilla para contar en el deposito: el stock del sistema
      *no se imprime, solo el espacio para anotar lo contado
       IMPRIMIR-PLANILLA.
       MOVE ZERO TO CONTADOR-REPUESTOS.
       DISPLAY " ".
       DISPLAY "===== Planilla de conteo fisico =====".
       DISPLAY "Fecha: " WS-FECHA-ARCHIVO.
       DISPLAY "Contado por: ____________________".
       DISPLAY " ".
       MOVE SPACE TO PARTS-CODIGO.
       START PARTS-FILE KEY IS NOT LESS THAN PARTS-CODIGO
           INVALID KEY MOVE "S" TO FIN-REPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-REPUESTOS
       END-START.
       PERFORM IMPRIMIR-LINEA-PLANILLA UNTIL FIN-REPUESTOS = "S".
       DISPLAY " ".
       DISPLAY "Repuestos en la planilla: " CONTADOR-REPUESTOS.

       IMPRIMIR-LINEA-PLANILLA.
       READ PARTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-REPUESTOS
           NOT AT END
               ADD 1 TO CONTADOR-REPUESTOS
               DISPLAY PARTS-CODIGO " " PARTS-DESCRIPCION
                   "  Contado: ________"
       END-READ.

      *Carga de lo contado, repuesto por repuesto, hasta dejar el
      *codigo en blanco. Se guarda junto con el stock del sistema
      *en ese momento, y volver a cargar un repuesto lo recuenta
       CARGAR-CONTEO.
       MOVE "N" TO FIN-CARGA.
       PERFORM CARGAR-CONTEO-REPUESTO UNTIL FIN-CARGA = "S".

       CARGAR-CONTEO-REPUESTO.
       DISPLAY " ".
       DISPLAY "Codigo del repuesto (blanco = terminar): ".
       MOVE SPACE TO CODIGO-INGRESADO.
       ACCEPT CODIGO-INGRESADO.
       IF  CODIGO-INGRESADO = SPACE
           MOVE "S" TO FIN-CARGA
       ELSE
           MOVE CODIGO-INGRESADO TO PARTS-CODIGO
           READ PARTS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe un repuesto con ese codigo."
               NOT INVALID KEY
                   PERFORM REGISTRAR-CANTIDAD-CONTADA
           END-READ
       END-IF.

       REGISTRAR-CANTIDAD-CONTADA.
       DISPLAY "Repuesto: " PARTS-DESCRIPCION.
       DISPLAY "Cantidad contada: ".
       ACCEPT CANTIDAD-TEXTO.
       IF  CANTIDAD-TEXTO = SPACE
           DISPLAY "No se cargo ninguna cantidad."
       ELSE
           COMPUTE CANTIDAD-CONTADA = FUNCTION NUMVAL (CANTIDAD-TEXTO)
           MOVE PARTS-CODIGO TO CONTEO-CODIGO
           READ CONTEO-FILE RECORD
               INVALID KEY
                   PERFORM ARMAR-REGISTRO-CONTEO
                   WRITE CONTEO-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al guardar el conteo, "
                               "codigo " WS-CONTEO-STATUS
                       NOT INVALID KEY
                           DISPLAY "Conteo registrado."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ARMAR-REGISTRO-CONTEO
                   REWRITE CONTEO-REGISTERS
                       INVALID KEY
                           DISPLAY "Error al guardar el conteo, "
                               "codigo " WS-CONTEO-STATUS
                       NOT INVALID KEY
                           DISPLAY "Conteo registrado (recuento)."
                   END-REWRITE
           END-READ
       END-IF.

       ARMAR-REGISTRO-CONTEO.
       MOVE SPACE TO CONTEO-REGISTERS.
       MOVE PARTS-CODIGO TO CONTEO-CODIGO.
       MOVE WS-FECHA-ARCHIVO TO CONTEO-FECHA.
       MOVE PARTS-STOCK TO CONTEO-SISTEMA.
       MOVE CANTIDAD-CONTADA TO CONTEO-CONTADO.
       MOVE "P" TO CONTEO-ESTADO.
       MOVE OPERADOR-ACTUAL TO CONTEO-OPERADOR.

      *Diferencias de los conteos pendientes, valorizadas al costo
      *del maestro: sobrante si se conto de mas, faltante si de menos
       LISTAR-DIFERENCIAS.
       MOVE ZERO TO CONTADOR-PENDIENTES.
       MOVE ZERO TO CONTADOR-CON-DIFERENCIA.
       MOVE ZERO TO TOTAL-SOBRANTE.
       MOVE ZERO TO TOTAL-FALTANTE.
       DISPLAY " ".
       DISPLAY "===== Diferencias del conteo fisico =====".
       DISPLAY " ".
       MOVE SPACE TO CONTEO-CODIGO.
       START CONTEO-FILE KEY IS NOT LESS THAN CONTEO-CODIGO
           INVALID KEY MOVE "S" TO FIN-CONTEO
           NOT INVALID KEY MOVE "N" TO FIN-CONTEO
       END-START.
       PERFORM LISTAR-DIFERENCIA-SIGUIENTE UNTIL FIN-CONTEO = "S".
       COMPUTE TOTAL-NETO = TOTAL-SOBRANTE + TOTAL-FALTANTE.
       DISPLAY " ".
       DISPLAY "Conteos pendientes: " CONTADOR-PENDIENTES.
       DISPLAY "Con diferencia: " CONTADOR-CON-DIFERENCIA.
       MOVE TOTAL-SOBRANTE TO TOTAL-EDITADO.
       DISPLAY "Total sobrantes: " TOTAL-EDITADO.
       MOVE TOTAL-FALTANTE TO TOTAL-EDITADO.
       DISPLAY "Total faltantes: " TOTAL-EDITADO.
       MOVE TOTAL-NETO TO TOTAL-EDITADO.
       DISPLAY "Diferencia neta: " TOTAL-EDITADO.

       LISTAR-DIFERENCIA-SIGUIENTE.
       READ CONTEO-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-CONTEO
           NOT AT END
               IF  CONTEO-ESTADO = "P"
                   ADD 1 TO CONTADOR-PENDIENTES
                   PERFORM CALCULAR-DIFERENCIA
                   PERFORM MOSTRAR-DIFERENCIA
               END-IF
       END-READ.

       CALCULAR-DIFERENCIA.
       MOVE CONTEO-CODIGO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               MOVE SPACE TO PARTS-DESCRIPCION
               MOVE ZERO TO PARTS-COSTO
       END-READ.
       COMPUTE DIFERENCIA-CONTEO = CONTEO-CONTADO - CONTEO-SISTEMA.
       COMPUTE VALOR-DIFERENCIA = DIFERENCIA-CONTEO * PARTS-COSTO.

       MOSTRAR-DIFERENCIA.
       MOVE DIFERENCIA-CONTEO TO DIFERENCIA-EDITADA.
       MOVE VALOR-DIFERENCIA TO VALOR-EDITADO.
       DISPLAY CONTEO-CODIGO " " PARTS-DESCRIPCION.
       DISPLAY "   Sistema: " CONTEO-SISTEMA
           "  Contado: " CONTEO-CONTADO
           "  Diferencia: " DIFERENCIA-EDITADA
           "  Valor: " VALOR-EDITADO.
       IF  DIFERENCIA-CONTEO > ZERO
           ADD 1 TO CONTADOR-CON-DIFERENCIA
           ADD VALOR-DIFERENCIA TO TOTAL-SOBRANTE
       END-IF.
       IF  DIFERENCIA-CONTEO < ZERO
           ADD 1 TO CONTADOR-CON-DIFERENCIA
           ADD VALOR-DIFERENCIA TO TOTAL-FALTANTE
       END-IF.

      *Asiento de los ajustes: el supervisor aprueba o descarta
      *cada diferencia pendiente. La diferencia medida al contar se
      *aplica sobre el stock vigente, asi los consumos registrados
      *despues del conteo no se pierden
       ASENTAR-AJUSTES.
       MOVE ZERO TO CONTADOR-ASENTADOS.
       MOVE ZERO TO CONTADOR-DESCARTADOS.
       MOVE SPACE TO CONTEO-CODIGO.
       START CONTEO-FILE KEY IS NOT LESS THAN CONTEO-CODIGO
           INVALID KEY MOVE "S" TO FIN-CONTEO
           NOT INVALID KEY MOVE "N" TO FIN-CONTEO
       END-START.
       PERFORM ASENTAR-CONTEO-SIGUIENTE UNTIL FIN-CONTEO = "S".
       DISPLAY " ".
       DISPLAY "Ajustes asentados: " CONTADOR-ASENTADOS.
       DISPLAY "Conteos descartados: " CONTADOR-DESCARTADOS.

       ASENTAR-CONTEO-SIGUIENTE.
       READ CONTEO-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-CONTEO
           NOT AT END
               IF  CONTEO-ESTADO = "P"
                   PERFORM EVALUAR-CONTEO
               END-IF
       END-READ.

       EVALUAR-CONTEO.
       PERFORM CALCULAR-DIFERENCIA.
       IF  DIFERENCIA-CONTEO = ZERO
           MOVE "A" TO CONTEO-ESTADO
           PERFORM REGRABAR-CONTEO
       ELSE
           DISPLAY " "
           PERFORM MOSTRAR-DIFERENCIA
           DISPLAY "¿Confirma el ajuste? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM APLICAR-AJUSTE-CONTEO
           ELSE
               MOVE "X" TO CONTEO-ESTADO
               PERFORM REGRABAR-CONTEO
               ADD 1 TO CONTADOR-DESCARTADOS
           END-IF
       END-IF.

       APLICAR-AJUSTE-CONTEO.
       MOVE CONTEO-CODIGO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe el repuesto " CONTEO-CODIGO
                   ", no se ajusto."
           NOT INVALID KEY
               PERFORM GRABAR-AJUSTE-CONTEO
       END-READ.

       GRABAR-AJUSTE-CONTEO.
       MOVE PARTS-REGISTERS TO IMAGEN-ANTERIOR.
       MOVE PARTS-STOCK TO STOCK-ANTERIOR.
       COMPUTE STOCK-AJUSTADO = PARTS-STOCK + DIFERENCIA-CONTEO.
       IF  STOCK-AJUSTADO < ZERO
           MOVE ZERO TO STOCK-AJUSTADO
       END-IF.
       MOVE STOCK-AJUSTADO TO PARTS-STOCK.
       REWRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el stock del repuesto."
           NOT INVALID KEY
               DISPLAY "Stock ajustado: " PARTS-STOCK
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               PERFORM GRABAR-MOVIMIENTO-CONTEO
               MOVE "A" TO CONTEO-ESTADO
               PERFORM REGRABAR-CONTEO
               ADD 1 TO CONTADOR-ASENTADOS
       END-REWRITE.

       REGRABAR-CONTEO.
       REWRITE CONTEO-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el conteo de "
                   CONTEO-CODIGO
       END-REWRITE.

      *Movimiento F del kardex con el saldo que quedo en el maestro
       GRABAR-MOVIMIENTO-CONTEO.
       MOVE ZERO TO ENTRADA-MOVIMIENTO.
       MOVE ZERO TO SALIDA-MOVIMIENTO.
       IF  PARTS-STOCK > STOCK-ANTERIOR
           COMPUTE ENTRADA-MOVIMIENTO = PARTS-STOCK - STOCK-ANTERIOR
       ELSE
           COMPUTE SALIDA-MOVIMIENTO = STOCK-ANTERIOR - PARTS-STOCK
       END-IF.
       MOVE SPACE TO DOCUMENTO-MOVIMIENTO.
       STRING "CONTEO " CONTEO-FECHA
           DELIMITED BY SIZE INTO DOCUMENTO-MOVIMIENTO.
       MOVE SPACE TO MOVSTOCK-REGISTERS.
       MOVE "MOVSTOCK" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO NUMERO-MOVIMIENTO.
       MOVE NUMERO-MOVIMIENTO TO MOVSTOCK-ID.
       MOVE PARTS-CODIGO TO MOVSTOCK-CODIGO.
       MOVE WS-FECHA-ARCHIVO TO MOVSTOCK-FECHA.
       MOVE "F" TO MOVSTOCK-TIPO.
       MOVE ENTRADA-MOVIMIENTO TO MOVSTOCK-ENTRADA.
       MOVE SALIDA-MOVIMIENTO TO MOVSTOCK-SALIDA.
       MOVE PARTS-STOCK TO MOVSTOCK-SALDO.
       MOVE PARTS-COSTO TO MOVSTOCK-COSTO.
       MOVE DOCUMENTO-MOVIMIENTO TO MOVSTOCK-DOCUMENTO.
       MOVE OPERADOR-ACTUAL TO MOVSTOCK-OPERADOR.
       WRITE MOVSTOCK-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar el movimiento de stock, "
                   "codigo " WS-MOVSTOCK-STATUS
       END-WRITE.

      *Asiento de la modificacion del repuesto, igual que los
      *cambios de stock del sistema de registros
       GRABAR-AUDITORIA.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE WS-FECHA-ARCHIVO TO AUDIT-FECHA.
       MOVE HORA-ACTUAL (1:6) TO AUDIT-HORA.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE "R" TO AUDIT-TIPO.
       MOVE "M" TO AUDIT-OPERACION.
       MOVE PARTS-CODIGO (1:6) TO AUDIT-CLAVE.
       MOVE SPACE TO AUDIT-DNI.
       MOVE IMAGEN-ANTERIOR TO AUDIT-ANTES.
       MOVE IMAGEN-POSTERIOR TO AUDIT-DESPUES.
       WRITE AUDIT-REGISTRO.

       END PROGRAM CONTEO-STOCK.

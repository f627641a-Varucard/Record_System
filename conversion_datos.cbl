      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Conversion por unica vez de todos los archivos al
      *          formato ampliado: los numeros de clientes, equipos,
      *          presupuestos, pagos y demas pasan de 4 a 6 digitos y
      *          los importes admiten hasta 9.999.999,99. Lee cada
      *          archivo .dat, la pista de auditoria, los archivos de
      *          cuarentena y los resguardos diarios de los ultimos
      *          dos años, y graba la version convertida en la carpeta
      *          convertido. Los campos que el formato anterior no
      *          tenia quedan en su valor inicial: condicion de IVA,
      *          CUIT, categoria, tipo de pago y respuesta del
      *          presupuesto en blanco; comision y totales de
      *          anulaciones y ventas del cierre en cero; precio de
      *          venta igual al costo, por no tener el repuesto
      *          categoria. Los archivos que no existian en el formato
      *          anterior los crea el sistema vacios. Despues relee lo
      *          grabado y muestra por archivo la cantidad de
      *          registros, la suma de los numeros y la suma de los
      *          importes antes y despues de convertir. Si algo no
      *          coincide la conversion se rechaza y los archivos
      *          originales no se tocan. Si todo coincide, y el
      *          supervisor lo confirma, aparta los originales en la
      *          carpeta preconversion y pone en su lugar los
      *          convertidos. Cada corrida queda anotada en
      *          conversiones.dat; una vez instalada la conversion no
      *          se vuelve a correr. Requiere una sesion de supervisor
      *          y que nadie use el sistema mientras dura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-DATOS.
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

      *Registro de las corridas de la conversion
       SELECT OPTIONAL CONVERSIONES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\conversiones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CONVERSIONES-CLAVE
       FILE STATUS IS WS-CONVERSIONES-STATUS.

      *Archivos fisicos en el formato anterior, tal como los usa hoy
      *el sistema
       SELECT ORIGINAL-CUSTOMERS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\customers.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-CUSTOMERS-ID
       ALTERNATE RECORD KEY IS ORIGINAL-CUSTOMERS-DNI WITH DUPLICATES
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-EQUIPMENTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\equipments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-EQUIPMENTS-ID
       ALTERNATE RECORD KEY IS ORIGINAL-EQUIPMENTS-DNI WITH DUPLICATES
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-BUDGETS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\budgets.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-BUDGETS-ID
       ALTERNATE RECORD KEY IS ORIGINAL-BUDGETS-EQUIPO WITH DUPLICATES
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-PAYMENTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\payments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-PAYMENTS-ID
       ALTERNATE RECORD KEY IS ORIGINAL-PAYMENTS-PRESUPUESTO
           WITH DUPLICATES
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-PARTS-CODIGO
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-AVISOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\avisos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-AVISOS-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-RECEIPTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\recibos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-RECEIPTS-NUMERO
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-DETALLES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\detalles.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-DETALLES-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-TECHNICIANS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\technicians.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-TECHNICIANS-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-CONSUMOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\consumos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-CONSUMOS-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-SUPPLIERS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\proveedores.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-SUPPLIERS-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-SUMINISTROS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\suministros.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-SUMINISTROS-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-ORDENES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\ordenes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-ORDENES-NUMERO
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-ORDLIN-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\ordenes_detalle.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-ORDLIN-ID
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-CIERRE-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\cierre.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORIGINAL-CIERRE-FECHA
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-AUDIT-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\audit.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-EQUIPOS-CUARENTENA
       ASSIGN TO
       "C:\Desarrollos\Record_System\cuarentena_equipos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-PRESU-CUARENTENA
       ASSIGN TO
       "C:\Desarrollos\Record_System\cuarentena_presupuestos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-CUSTOMERS-BACKUP
       ASSIGN TO WS-CUSTOMERS-BACKUP-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-EQUIPMENTS-BACKUP
       ASSIGN TO WS-EQUIPMENTS-BACKUP-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-BUDGETS-BACKUP
       ASSIGN TO WS-BUDGETS-BACKUP-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

       SELECT ORIGINAL-PAYMENTS-BACKUP
       ASSIGN TO WS-PAYMENTS-BACKUP-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ORIGINAL-STATUS.

      *Los mismos archivos en el formato ampliado, grabados en la
      *carpeta convertido
       SELECT CUSTOMERS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\customers.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CUSTOMERS-ID
       ALTERNATE RECORD KEY IS CUSTOMERS-DNI WITH DUPLICATES
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT EQUIPMENTS-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\equipments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EQUIPMENTS-ID
       ALTERNATE RECORD KEY IS EQUIPMENTS-DNI WITH DUPLICATES
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT BUDGETS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\budgets.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BUDGETS-ID
       ALTERNATE RECORD KEY IS BUDGETS-EQUIPO WITH DUPLICATES
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT PAYMENTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\payments.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAYMENTS-ID
       ALTERNATE RECORD KEY IS PAYMENTS-PRESUPUESTO WITH DUPLICATES
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT AVISOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\avisos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AVISOS-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT RECEIPTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\recibos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RECEIPTS-NUMERO
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT DETALLES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\detalles.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DETALLES-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT TECHNICIANS-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\technicians.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TECHNICIANS-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT CONSUMOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\consumos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CONSUMOS-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT SUPPLIERS-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\proveedores.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUPPLIERS-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT SUMINISTROS-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\suministros.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUMINISTROS-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT ORDENES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\ordenes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORDENES-NUMERO
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT ORDLIN-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\ordenes_detalle.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORDLIN-ID
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT CIERRE-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\convertido\cierre.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIERRE-FECHA
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT AUDIT-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\audit.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT EQUIPOS-CUARENTENA-FILE
       ASSIGN TO
       "C:\Desarrollos\Record_System\convertido\cuarentena_equipos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT PRESU-CUARENTENA-FILE
       ASSIGN TO WS-PRESU-CUARENTENA-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT CUSTOMERS-BACKUP-FILE
       ASSIGN TO WS-CUSTOMERS-CONVERTIDO-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT EQUIPMENTS-BACKUP-FILE
       ASSIGN TO WS-EQUIPMENTS-CONVERTIDO-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT BUDGETS-BACKUP-FILE
       ASSIGN TO WS-BUDGETS-CONVERTIDO-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       SELECT PAYMENTS-BACKUP-FILE
       ASSIGN TO WS-PAYMENTS-CONVERTIDO-PATH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONVERTIDO-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Archivo logico de Operadores
       FD OPERATORS-FILE.
           01 OPERATORS-REGISTERS.
               05 OPERATORS-USUARIO PIC X(10).
               05 OPERATORS-CLAVE PIC X(10).
               05 OPERATORS-NOMBRE PIC X(25).
               05 OPERATORS-ROL PIC X(1).

      *Archivo logico de Conversiones: una linea por corrida, con
      *estado V verificada, R rechazada, I instalada o E error al
      *instalar
       FD CONVERSIONES-FILE.
           01 CONVERSIONES-REGISTERS.
               05 CONVERSIONES-CLAVE.
                   10 CONVERSIONES-FECHA PIC X(8).
                   10 CONVERSIONES-HORA PIC X(6).
               05 CONVERSIONES-OPERADOR PIC X(10).
               05 CONVERSIONES-ESTADO PIC X(1).
               05 CONVERSIONES-ARCHIVOS PIC 9(4).
               05 CONVERSIONES-REGISTROS PIC 9(9).
               05 CONVERSIONES-DIFERENCIAS PIC 9(4).
               05 CONVERSIONES-INSTALADOS PIC 9(4).

      *Archivos logicos en el formato anterior y en el ampliado.
      *Solo se detallan las claves; el registro completo se arma en
      *WORKING-STORAGE
       FD ORIGINAL-CUSTOMERS-FILE.
           01 ORIGINAL-CUSTOMERS-REGISTERS.
               05 ORIGINAL-CUSTOMERS-ID PIC X(4).
               05 ORIGINAL-CUSTOMERS-DNI PIC X(8).
               05 FILLER PIC X(121).

       FD ORIGINAL-EQUIPMENTS-FILE.
           01 ORIGINAL-EQUIPMENTS-REGISTERS.
               05 ORIGINAL-EQUIPMENTS-ID PIC X(4).
               05 ORIGINAL-EQUIPMENTS-DNI PIC X(8).
               05 FILLER PIC X(339).

       FD ORIGINAL-BUDGETS-FILE.
           01 ORIGINAL-BUDGETS-REGISTERS.
               05 ORIGINAL-BUDGETS-ID PIC X(4).
               05 FILLER PIC X(141).
               05 ORIGINAL-BUDGETS-EQUIPO PIC X(4).

       FD ORIGINAL-PAYMENTS-FILE.
           01 ORIGINAL-PAYMENTS-REGISTERS.
               05 ORIGINAL-PAYMENTS-ID PIC X(4).
               05 ORIGINAL-PAYMENTS-PRESUPUESTO PIC X(4).
               05 FILLER PIC X(30).

       FD ORIGINAL-PARTS-FILE.
           01 ORIGINAL-PARTS-REGISTERS.
               05 ORIGINAL-PARTS-CODIGO PIC X(8).
               05 FILLER PIC X(57).

       FD ORIGINAL-AVISOS-FILE.
           01 ORIGINAL-AVISOS-REGISTERS.
               05 ORIGINAL-AVISOS-ID PIC X(4).
               05 FILLER PIC X(134).

       FD ORIGINAL-RECEIPTS-FILE.
           01 ORIGINAL-RECEIPTS-REGISTERS.
               05 ORIGINAL-RECEIPTS-NUMERO PIC X(6).
               05 FILLER PIC X(80).

       FD ORIGINAL-DETALLES-FILE.
           01 ORIGINAL-DETALLES-REGISTERS.
               05 ORIGINAL-DETALLES-ID PIC X(4).
               05 FILLER PIC X(72).

       FD ORIGINAL-TECHNICIANS-FILE.
           01 ORIGINAL-TECHNICIANS-REGISTERS.
               05 ORIGINAL-TECHNICIANS-ID PIC X(4).
               05 FILLER PIC X(36).

       FD ORIGINAL-CONSUMOS-FILE.
           01 ORIGINAL-CONSUMOS-REGISTERS.
               05 ORIGINAL-CONSUMOS-ID PIC X(4).
               05 FILLER PIC X(29).

       FD ORIGINAL-SUPPLIERS-FILE.
           01 ORIGINAL-SUPPLIERS-REGISTERS.
               05 ORIGINAL-SUPPLIERS-ID PIC X(4).
               05 FILLER PIC X(86).

       FD ORIGINAL-SUMINISTROS-FILE.
           01 ORIGINAL-SUMINISTROS-REGISTERS.
               05 ORIGINAL-SUMINISTROS-ID PIC X(4).
               05 FILLER PIC X(19).

       FD ORIGINAL-ORDENES-FILE.
           01 ORIGINAL-ORDENES-REGISTERS.
               05 ORIGINAL-ORDENES-NUMERO PIC X(6).
               05 FILLER PIC X(13).

       FD ORIGINAL-ORDLIN-FILE.
           01 ORIGINAL-ORDLIN-REGISTERS.
               05 ORIGINAL-ORDLIN-ID PIC X(4).
               05 FILLER PIC X(31).

       FD ORIGINAL-CIERRE-FILE.
           01 ORIGINAL-CIERRE-REGISTERS.
               05 ORIGINAL-CIERRE-FECHA PIC X(8).
               05 FILLER PIC X(34).

       FD ORIGINAL-AUDIT-FILE.
           01 ORIGINAL-AUDIT-REGISTRO PIC X(740).

       FD ORIGINAL-EQUIPOS-CUARENTENA.
           01 ORIGINAL-EQUIPOS-CUARENTENA-REG PIC X(351).

       FD ORIGINAL-PRESU-CUARENTENA.
           01 ORIGINAL-PRESU-CUARENTENA-REG PIC X(149).

       FD ORIGINAL-CUSTOMERS-BACKUP.
           01 ORIGINAL-CUSTOMERS-BACKUP-REG PIC X(133).

       FD ORIGINAL-EQUIPMENTS-BACKUP.
           01 ORIGINAL-EQUIPMENTS-BACKUP-REG PIC X(351).

       FD ORIGINAL-BUDGETS-BACKUP.
           01 ORIGINAL-BUDGETS-BACKUP-REG PIC X(149).

       FD ORIGINAL-PAYMENTS-BACKUP.
           01 ORIGINAL-PAYMENTS-BACKUP-REG PIC X(38).

       FD CUSTOMERS-FILE.
           01 CUSTOMERS-REGISTERS.
               05 CUSTOMERS-ID PIC X(6).
               05 CUSTOMERS-DNI PIC X(8).
               05 FILLER PIC X(134).

       FD EQUIPMENTS-FILE.
           01 EQUIPMENTS-REGISTERS.
               05 EQUIPMENTS-ID PIC X(6).
               05 EQUIPMENTS-DNI PIC X(8).
               05 FILLER PIC X(343).

       FD BUDGETS-FILE.
           01 BUDGETS-REGISTERS.
               05 BUDGETS-ID PIC X(6).
               05 FILLER PIC X(143).
               05 BUDGETS-EQUIPO PIC X(6).
               05 FILLER PIC X(35).

       FD PAYMENTS-FILE.
           01 PAYMENTS-REGISTERS.
               05 PAYMENTS-ID PIC X(6).
               05 PAYMENTS-PRESUPUESTO PIC X(6).
               05 FILLER PIC X(39).

       FD PARTS-FILE.
           01 PARTS-REGISTERS.
               05 PARTS-CODIGO PIC X(8).
               05 FILLER PIC X(72).

       FD AVISOS-FILE.
           01 AVISOS-REGISTERS.
               05 AVISOS-ID PIC X(6).
               05 FILLER PIC X(138).

       FD RECEIPTS-FILE.
           01 RECEIPTS-REGISTERS.
               05 RECEIPTS-NUMERO PIC X(6).
               05 FILLER PIC X(88).

       FD DETALLES-FILE.
           01 DETALLES-REGISTERS.
               05 DETALLES-ID PIC X(6).
               05 FILLER PIC X(78).

       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 FILLER PIC X(40).

       FD CONSUMOS-FILE.
           01 CONSUMOS-REGISTERS.
               05 CONSUMOS-ID PIC X(6).
               05 FILLER PIC X(33).

       FD SUPPLIERS-FILE.
           01 SUPPLIERS-REGISTERS.
               05 SUPPLIERS-ID PIC X(6).
               05 FILLER PIC X(86).

       FD SUMINISTROS-FILE.
           01 SUMINISTROS-REGISTERS.
               05 SUMINISTROS-ID PIC X(6).
               05 FILLER PIC X(23).

       FD ORDENES-FILE.
           01 ORDENES-REGISTERS.
               05 ORDENES-NUMERO PIC X(6).
               05 FILLER PIC X(15).

       FD ORDLIN-FILE.
           01 ORDLIN-REGISTERS.
               05 ORDLIN-ID PIC X(6).
               05 FILLER PIC X(33).

       FD CIERRE-FILE.
           01 CIERRE-REGISTERS.
               05 CIERRE-FECHA PIC X(8).
               05 FILLER PIC X(66).

       FD AUDIT-FILE.
           01 AUDIT-REGISTRO PIC X(754).

       FD EQUIPOS-CUARENTENA-FILE.
           01 EQUIPOS-CUARENTENA-REGISTRO PIC X(357).

       FD PRESU-CUARENTENA-FILE.
           01 PRESU-CUARENTENA-REGISTRO PIC X(190).

       FD CUSTOMERS-BACKUP-FILE.
           01 CUSTOMERS-BACKUP-REGISTRO PIC X(148).

       FD EQUIPMENTS-BACKUP-FILE.
           01 EQUIPMENTS-BACKUP-REGISTRO PIC X(357).

       FD BUDGETS-BACKUP-FILE.
           01 BUDGETS-BACKUP-REGISTRO PIC X(190).

       FD PAYMENTS-BACKUP-FILE.
           01 PAYMENTS-BACKUP-REGISTRO PIC X(51).

       WORKING-STORAGE SECTION.

       01  WS-OPERATORS-STATUS PIC X(2).
       01  WS-CONVERSIONES-STATUS PIC X(2).
       01  WS-ORIGINAL-STATUS PIC X(2).
       01  WS-CONVERTIDO-STATUS PIC X(2).

      *Rutas de los resguardos diarios del dia que se esta
      *convirtiendo, en el formato anterior y en el ampliado
       01  WS-CUSTOMERS-BACKUP-PATH PIC X(80).
       01  WS-EQUIPMENTS-BACKUP-PATH PIC X(80).
       01  WS-BUDGETS-BACKUP-PATH PIC X(80).
       01  WS-PAYMENTS-BACKUP-PATH PIC X(80).
       01  WS-CUSTOMERS-CONVERTIDO-PATH PIC X(80).
       01  WS-EQUIPMENTS-CONVERTIDO-PATH PIC X(80).
       01  WS-BUDGETS-CONVERTIDO-PATH PIC X(80).
       01  WS-PAYMENTS-CONVERTIDO-PATH PIC X(80).
       01  WS-PRESU-CUARENTENA-PATH PIC X(80).

       01  FIN-ORIGINAL PIC X.
       01  FIN-CONVERTIDO PIC X.
       01  FIN-CONVERSIONES PIC X.

      *Sesion del supervisor que autoriza la conversion
       01  LOGIN-VALIDO PIC X.
       01  INTENTOS-LOGIN PIC 9 VALUE ZERO.
       01  CLAVE-INGRESADA PIC X(10).
       01  OPERADOR-ACTUAL PIC X(10).

       01  SI-NO PIC X.
       01  CONVERSION-PERMITIDA PIC X.
       01  CONVERSION-INSTALADA PIC X.
       01  INSTALACION-FALLIDA PIC X.
       01  INSTALACION-CON-ERROR PIC X.
       01  FECHA-INSTALADA PIC X(8).
       01  FECHA-FALLIDA PIC X(8).
       01  FECHA-DE-HOY PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).
       01  DIA-DE-HOY PIC 9(7).
       01  DIA-RESGUARDO PIC 9(7).
       01  FECHA-RESGUARDO PIC 9(8).
       01  CONTADOR-DIAS PIC 9(4) VALUE ZERO.
       01  DIFERENCIAS PIC 9(4) VALUE ZERO.
       01  ARCHIVOS-CONVERTIDOS PIC 9(4) VALUE ZERO.
       01  ARCHIVOS-INSTALADOS PIC 9(4) VALUE ZERO.
       01  REGISTROS-CONVERTIDOS PIC 9(9) VALUE ZERO.

      *Rutas para apartar los originales e instalar los convertidos
       01  RUTA-CARPETA PIC X(80).
       01  RUTA-VIGENTE PIC X(80).
       01  RUTA-CONVERTIDA PIC X(80).
       01  RUTA-RESGUARDADA PIC X(80).

      *Numero en el formato anterior y en el ampliado
       01  ID-ANTERIOR PIC X(4).
       01  ID-ANTERIOR-NUMERO REDEFINES ID-ANTERIOR PIC 9(4).
       01  ID-AMPLIADO PIC X(6).
       01  ID-AMPLIADO-NUMERO REDEFINES ID-AMPLIADO PIC 9(6).

      *Archivos que se convierten; los resguardos diarios se
      *cuentan juntos por tipo de archivo
       01  NOMBRES-ARCHIVOS-VALORES.
           05 FILLER PIC X(32) VALUE "customers.dat".
           05 FILLER PIC X(32) VALUE "equipments.dat".
           05 FILLER PIC X(32) VALUE "budgets.dat".
           05 FILLER PIC X(32) VALUE "payments.dat".
           05 FILLER PIC X(32) VALUE "parts.dat".
           05 FILLER PIC X(32) VALUE "avisos.dat".
           05 FILLER PIC X(32) VALUE "recibos.dat".
           05 FILLER PIC X(32) VALUE "detalles.dat".
           05 FILLER PIC X(32) VALUE "technicians.dat".
           05 FILLER PIC X(32) VALUE "consumos.dat".
           05 FILLER PIC X(32) VALUE "proveedores.dat".
           05 FILLER PIC X(32) VALUE "suministros.dat".
           05 FILLER PIC X(32) VALUE "ordenes.dat".
           05 FILLER PIC X(32) VALUE "ordenes_detalle.dat".
           05 FILLER PIC X(32) VALUE "cierre.dat".
           05 FILLER PIC X(32) VALUE "audit.dat".
           05 FILLER PIC X(32) VALUE "cuarentena_equipos.dat".
           05 FILLER PIC X(32) VALUE "cuarentena_presupuestos.dat".
           05 FILLER PIC X(32) VALUE "archive\AAAAMMDD_customers.dat".
           05 FILLER PIC X(32) VALUE "archive\AAAAMMDD_equipments.dat".
           05 FILLER PIC X(32) VALUE "archive\AAAAMMDD_budgets.dat".
           05 FILLER PIC X(32) VALUE "archive\AAAAMMDD_payments.dat".
       01  NOMBRES-ARCHIVOS REDEFINES NOMBRES-ARCHIVOS-VALORES.
           05 NOMBRE-ARCHIVO PIC X(32) OCCURS 22 TIMES.

      *Controles de cada archivo: estado S convertido, E con error,
      *blanco si el archivo no existe
       01  TABLA-CONTROLES.
           05 CONTROL-ARCHIVO OCCURS 22 TIMES.
               10 ESTADO-ARCHIVO PIC X.
               10 CANTIDAD-ARCHIVOS PIC 9(4).
               10 REGISTROS-ANTES PIC 9(9).
               10 REGISTROS-DESPUES PIC 9(9).
               10 CLAVES-ANTES PIC 9(15).
               10 CLAVES-DESPUES PIC 9(15).
               10 IMPORTES-ANTES PIC S9(15)V99.
               10 IMPORTES-DESPUES PIC S9(15)V99.
       01  INDICE-ARCHIVO PIC 9(2) VALUE ZERO.

      *Lineas del informe de controles
       01  LINEA-CONTROL.
           05 CONTROL-MOMENTO PIC X(10).
           05 CONTROL-REGISTROS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 CONTROL-CLAVES PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 CONTROL-IMPORTES PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  CONTADOR-EDITADO PIC ZZZ9.

      *Registro de cada archivo en el formato anterior (VIEJO) y en
      *el ampliado (NUEVO). Los campos que no cambian se declaran
      *alfanumericos para pasarlos tal cual, aun en blanco
       01  VIEJO-CUSTOMERS.
           05 VIEJO-CUSTOMERS-ID PIC X(4).
           05 VIEJO-CUSTOMERS-DNI PIC X(8).
           05 VIEJO-CUSTOMERS-NAME PIC X(25).
           05 VIEJO-CUSTOMERS-CELLPHONE PIC X(11).
           05 VIEJO-CUSTOMERS-EMAIL PIC X(50).
           05 VIEJO-CUSTOMERS-ADDRESS PIC X(35).
       01  NUEVO-CUSTOMERS.
           05 NUEVO-CUSTOMERS-ID PIC X(6).
           05 NUEVO-CUSTOMERS-DNI PIC X(8).
           05 NUEVO-CUSTOMERS-NAME PIC X(25).
           05 NUEVO-CUSTOMERS-CELLPHONE PIC X(11).
           05 NUEVO-CUSTOMERS-EMAIL PIC X(50).
           05 NUEVO-CUSTOMERS-ADDRESS PIC X(35).
           05 NUEVO-CUSTOMERS-CONDICION-IVA PIC X(2).
           05 NUEVO-CUSTOMERS-CUIT PIC X(11).
       01  VIEJO-EQUIPMENTS.
           05 VIEJO-EQUIPMENTS-ID PIC X(4).
           05 VIEJO-EQUIPMENTS-DNI PIC X(8).
           05 VIEJO-EQUIPMENTS-TIPO PIC X(10).
           05 VIEJO-EQUIPMENTS-DESCRIPCION PIC X(100).
           05 VIEJO-EQUIPMENTS-CARACTERISTICAS PIC X(100).
           05 VIEJO-EQUIPMENTS-PROBLEMA PIC X(100).
           05 VIEJO-EQUIPMENTS-ESTADO PIC X(1).
           05 VIEJO-EQUIPMENTS-FECHA-INGRESO PIC X(8).
           05 VIEJO-EQUIPMENTS-FECHA-ENTREGA PIC X(8).
           05 VIEJO-EQUIPMENTS-TECNICO PIC X(4).
           05 VIEJO-EQUIPMENTS-GARANTIA PIC X(3).
           05 VIEJO-EQUIPMENTS-ORIGEN PIC X(4).
           05 VIEJO-EQUIPMENTS-SIN-CARGO PIC X(1).
       01  NUEVO-EQUIPMENTS.
           05 NUEVO-EQUIPMENTS-ID PIC X(6).
           05 NUEVO-EQUIPMENTS-DNI PIC X(8).
           05 NUEVO-EQUIPMENTS-TIPO PIC X(10).
           05 NUEVO-EQUIPMENTS-DESCRIPCION PIC X(100).
           05 NUEVO-EQUIPMENTS-CARACTERISTICAS PIC X(100).
           05 NUEVO-EQUIPMENTS-PROBLEMA PIC X(100).
           05 NUEVO-EQUIPMENTS-ESTADO PIC X(1).
           05 NUEVO-EQUIPMENTS-FECHA-INGRESO PIC X(8).
           05 NUEVO-EQUIPMENTS-FECHA-ENTREGA PIC X(8).
           05 NUEVO-EQUIPMENTS-TECNICO PIC X(6).
           05 NUEVO-EQUIPMENTS-GARANTIA PIC X(3).
           05 NUEVO-EQUIPMENTS-ORIGEN PIC X(6).
           05 NUEVO-EQUIPMENTS-SIN-CARGO PIC X(1).
       01  VIEJO-BUDGETS.
           05 VIEJO-BUDGETS-ID PIC X(4).
           05 VIEJO-BUDGETS-DNI PIC X(8).
           05 VIEJO-BUDGETS-DESCRIPCION PIC X(100).
           05 VIEJO-BUDGETS-FORMA_PAGO PIC X(15).
           05 VIEJO-BUDGETS-FECHA PIC X(10).
           05 VIEJO-BUDGETS-PAGADO PIC X(1).
           05 VIEJO-BUDGETS-IMPORTE PIC 9(5)V99.
           05 VIEJO-BUDGETS-EQUIPO PIC X(4).
       01  NUEVO-BUDGETS.
           05 NUEVO-BUDGETS-ID PIC X(6).
           05 NUEVO-BUDGETS-DNI PIC X(8).
           05 NUEVO-BUDGETS-DESCRIPCION PIC X(100).
           05 NUEVO-BUDGETS-FORMA_PAGO PIC X(15).
           05 NUEVO-BUDGETS-FECHA PIC X(10).
           05 NUEVO-BUDGETS-PAGADO PIC X(1).
           05 NUEVO-BUDGETS-IMPORTE PIC 9(7)V99.
           05 NUEVO-BUDGETS-EQUIPO PIC X(6).
           05 NUEVO-BUDGETS-APROBACION PIC X(1).
           05 NUEVO-BUDGETS-FECHA-EMISION PIC X(8).
           05 NUEVO-BUDGETS-VALIDEZ PIC X(3).
           05 NUEVO-BUDGETS-FECHA-RESPUESTA PIC X(8).
           05 NUEVO-BUDGETS-MEDIO-RESPUESTA PIC X(15).
       01  VIEJO-PAYMENTS.
           05 VIEJO-PAYMENTS-ID PIC X(4).
           05 VIEJO-PAYMENTS-PRESUPUESTO PIC X(4).
           05 VIEJO-PAYMENTS-FECHA PIC X(8).
           05 VIEJO-PAYMENTS-IMPORTE PIC 9(5)V99.
           05 VIEJO-PAYMENTS-FORMA_PAGO PIC X(15).
       01  NUEVO-PAYMENTS.
           05 NUEVO-PAYMENTS-ID PIC X(6).
           05 NUEVO-PAYMENTS-PRESUPUESTO PIC X(6).
           05 NUEVO-PAYMENTS-FECHA PIC X(8).
           05 NUEVO-PAYMENTS-IMPORTE PIC S9(7)V99.
           05 NUEVO-PAYMENTS-FORMA_PAGO PIC X(15).
           05 NUEVO-PAYMENTS-TIPO PIC X(1).
           05 NUEVO-PAYMENTS-REFERENCIA PIC X(6).
       01  VIEJO-PARTS.
           05 VIEJO-PARTS-CODIGO PIC X(8).
           05 VIEJO-PARTS-DESCRIPCION PIC X(40).
           05 VIEJO-PARTS-STOCK PIC X(5).
           05 VIEJO-PARTS-REPOSICION PIC X(5).
           05 VIEJO-PARTS-COSTO PIC 9(5)V99.
       01  NUEVO-PARTS.
           05 NUEVO-PARTS-CODIGO PIC X(8).
           05 NUEVO-PARTS-DESCRIPCION PIC X(40).
           05 NUEVO-PARTS-STOCK PIC X(5).
           05 NUEVO-PARTS-REPOSICION PIC X(5).
           05 NUEVO-PARTS-COSTO PIC 9(7)V99.
           05 NUEVO-PARTS-CATEGORIA PIC X(4).
           05 NUEVO-PARTS-PRECIO-VENTA PIC 9(7)V99.
       01  VIEJO-AVISOS.
           05 VIEJO-AVISOS-ID PIC X(4).
           05 VIEJO-AVISOS-EQUIPO PIC X(4).
           05 VIEJO-AVISOS-DNI PIC X(8).
           05 VIEJO-AVISOS-NOMBRE PIC X(25).
           05 VIEJO-AVISOS-TELEFONO PIC X(11).
           05 VIEJO-AVISOS-EMAIL PIC X(50).
           05 VIEJO-AVISOS-TIPO-EQUIPO PIC X(10).
           05 VIEJO-AVISOS-SALDO PIC S9(7)V99.
           05 VIEJO-AVISOS-ESTADO PIC X(1).
           05 VIEJO-AVISOS-FECHA-ALTA PIC X(8).
           05 VIEJO-AVISOS-FECHA-CONTACTO PIC X(8).
       01  NUEVO-AVISOS.
           05 NUEVO-AVISOS-ID PIC X(6).
           05 NUEVO-AVISOS-EQUIPO PIC X(6).
           05 NUEVO-AVISOS-DNI PIC X(8).
           05 NUEVO-AVISOS-NOMBRE PIC X(25).
           05 NUEVO-AVISOS-TELEFONO PIC X(11).
           05 NUEVO-AVISOS-EMAIL PIC X(50).
           05 NUEVO-AVISOS-TIPO-EQUIPO PIC X(10).
           05 NUEVO-AVISOS-SALDO PIC S9(9)V99.
           05 NUEVO-AVISOS-ESTADO PIC X(1).
           05 NUEVO-AVISOS-FECHA-ALTA PIC X(8).
           05 NUEVO-AVISOS-FECHA-CONTACTO PIC X(8).
       01  VIEJO-RECEIPTS.
           05 VIEJO-RECEIPTS-NUMERO PIC X(6).
           05 VIEJO-RECEIPTS-PAGO PIC X(4).
           05 VIEJO-RECEIPTS-PRESUPUESTO PIC X(4).
           05 VIEJO-RECEIPTS-DNI PIC X(8).
           05 VIEJO-RECEIPTS-CLIENTE PIC X(25).
           05 VIEJO-RECEIPTS-FECHA PIC X(8).
           05 VIEJO-RECEIPTS-IMPORTE PIC 9(5)V99.
           05 VIEJO-RECEIPTS-FORMA_PAGO PIC X(15).
           05 VIEJO-RECEIPTS-SALDO PIC S9(7)V99.
       01  NUEVO-RECEIPTS.
           05 NUEVO-RECEIPTS-NUMERO PIC X(6).
           05 NUEVO-RECEIPTS-PAGO PIC X(6).
           05 NUEVO-RECEIPTS-PRESUPUESTO PIC X(6).
           05 NUEVO-RECEIPTS-DNI PIC X(8).
           05 NUEVO-RECEIPTS-CLIENTE PIC X(25).
           05 NUEVO-RECEIPTS-FECHA PIC X(8).
           05 NUEVO-RECEIPTS-IMPORTE PIC 9(7)V99.
           05 NUEVO-RECEIPTS-FORMA_PAGO PIC X(15).
           05 NUEVO-RECEIPTS-SALDO PIC S9(9)V99.
       01  VIEJO-DETALLES.
           05 VIEJO-DETALLES-ID PIC X(4).
           05 VIEJO-DETALLES-PRESUPUESTO PIC X(4).
           05 VIEJO-DETALLES-TIPO PIC X(1).
           05 VIEJO-DETALLES-CODIGO PIC X(8).
           05 VIEJO-DETALLES-DESCRIPCION PIC X(40).
           05 VIEJO-DETALLES-CANTIDAD PIC X(5).
           05 VIEJO-DETALLES-PRECIO PIC 9(5)V99.
           05 VIEJO-DETALLES-IMPORTE PIC 9(5)V99.
       01  NUEVO-DETALLES.
           05 NUEVO-DETALLES-ID PIC X(6).
           05 NUEVO-DETALLES-PRESUPUESTO PIC X(6).
           05 NUEVO-DETALLES-TIPO PIC X(1).
           05 NUEVO-DETALLES-CODIGO PIC X(8).
           05 NUEVO-DETALLES-DESCRIPCION PIC X(40).
           05 NUEVO-DETALLES-CANTIDAD PIC X(5).
           05 NUEVO-DETALLES-PRECIO PIC 9(7)V99.
           05 NUEVO-DETALLES-IMPORTE PIC 9(7)V99.
       01  VIEJO-TECHNICIANS.
           05 VIEJO-TECHNICIANS-ID PIC X(4).
           05 VIEJO-TECHNICIANS-NOMBRE PIC X(25).
           05 VIEJO-TECHNICIANS-TELEFONO PIC X(11).
       01  NUEVO-TECHNICIANS.
           05 NUEVO-TECHNICIANS-ID PIC X(6).
           05 NUEVO-TECHNICIANS-NOMBRE PIC X(25).
           05 NUEVO-TECHNICIANS-TELEFONO PIC X(11).
           05 NUEVO-TECHNICIANS-COMISION PIC X(4).
       01  VIEJO-CONSUMOS.
           05 VIEJO-CONSUMOS-ID PIC X(4).
           05 VIEJO-CONSUMOS-CODIGO PIC X(8).
           05 VIEJO-CONSUMOS-PRESUPUESTO PIC X(4).
           05 VIEJO-CONSUMOS-EQUIPO PIC X(4).
           05 VIEJO-CONSUMOS-CANTIDAD PIC X(5).
           05 VIEJO-CONSUMOS-FECHA PIC X(8).
       01  NUEVO-CONSUMOS.
           05 NUEVO-CONSUMOS-ID PIC X(6).
           05 NUEVO-CONSUMOS-CODIGO PIC X(8).
           05 NUEVO-CONSUMOS-PRESUPUESTO PIC X(6).
           05 NUEVO-CONSUMOS-EQUIPO PIC X(6).
           05 NUEVO-CONSUMOS-CANTIDAD PIC X(5).
           05 NUEVO-CONSUMOS-FECHA PIC X(8).
       01  VIEJO-SUPPLIERS.
           05 VIEJO-SUPPLIERS-ID PIC X(4).
           05 VIEJO-SUPPLIERS-NOMBRE PIC X(25).
           05 VIEJO-SUPPLIERS-TELEFONO PIC X(11).
           05 VIEJO-SUPPLIERS-EMAIL PIC X(50).
       01  NUEVO-SUPPLIERS.
           05 NUEVO-SUPPLIERS-ID PIC X(6).
           05 NUEVO-SUPPLIERS-NOMBRE PIC X(25).
           05 NUEVO-SUPPLIERS-TELEFONO PIC X(11).
           05 NUEVO-SUPPLIERS-EMAIL PIC X(50).
       01  VIEJO-SUMINISTROS.
           05 VIEJO-SUMINISTROS-ID PIC X(4).
           05 VIEJO-SUMINISTROS-PROVEEDOR PIC X(4).
           05 VIEJO-SUMINISTROS-CODIGO PIC X(8).
           05 VIEJO-SUMINISTROS-COSTO PIC 9(5)V99.
       01  NUEVO-SUMINISTROS.
           05 NUEVO-SUMINISTROS-ID PIC X(6).
           05 NUEVO-SUMINISTROS-PROVEEDOR PIC X(6).
           05 NUEVO-SUMINISTROS-CODIGO PIC X(8).
           05 NUEVO-SUMINISTROS-COSTO PIC 9(7)V99.
       01  VIEJO-ORDENES.
           05 VIEJO-ORDENES-NUMERO PIC X(6).
           05 VIEJO-ORDENES-PROVEEDOR PIC X(4).
           05 VIEJO-ORDENES-FECHA PIC X(8).
           05 VIEJO-ORDENES-ESTADO PIC X(1).
       01  NUEVO-ORDENES.
           05 NUEVO-ORDENES-NUMERO PIC X(6).
           05 NUEVO-ORDENES-PROVEEDOR PIC X(6).
           05 NUEVO-ORDENES-FECHA PIC X(8).
           05 NUEVO-ORDENES-ESTADO PIC X(1).
       01  VIEJO-ORDLIN.
           05 VIEJO-ORDLIN-ID PIC X(4).
           05 VIEJO-ORDLIN-ORDEN PIC X(6).
           05 VIEJO-ORDLIN-CODIGO PIC X(8).
           05 VIEJO-ORDLIN-PEDIDA PIC X(5).
           05 VIEJO-ORDLIN-RECIBIDA PIC X(5).
           05 VIEJO-ORDLIN-COSTO PIC 9(5)V99.
       01  NUEVO-ORDLIN.
           05 NUEVO-ORDLIN-ID PIC X(6).
           05 NUEVO-ORDLIN-ORDEN PIC X(6).
           05 NUEVO-ORDLIN-CODIGO PIC X(8).
           05 NUEVO-ORDLIN-PEDIDA PIC X(5).
           05 NUEVO-ORDLIN-RECIBIDA PIC X(5).
           05 NUEVO-ORDLIN-COSTO PIC 9(7)V99.
       01  VIEJO-CIERRE.
           05 VIEJO-CIERRE-FECHA PIC X(8).
           05 VIEJO-CIERRE-PASO-INTEGRIDAD PIC X(1).
           05 VIEJO-CIERRE-PASO-CAJA PIC X(1).
           05 VIEJO-CIERRE-PASO-TALLER PIC X(1).
           05 VIEJO-CIERRE-PASO-STOCK PIC X(1).
           05 VIEJO-CIERRE-COMPLETO PIC X(1).
           05 VIEJO-CIERRE-HUERFANOS PIC X(4).
           05 VIEJO-CIERRE-DUPLICADOS PIC X(4).
           05 VIEJO-CIERRE-PAGOS PIC X(4).
           05 VIEJO-CIERRE-TOTAL-CAJA PIC 9(7)V99.
           05 VIEJO-CIERRE-EQUIPOS-TALLER PIC X(4).
           05 VIEJO-CIERRE-REPONER PIC X(4).
       01  NUEVO-CIERRE.
           05 NUEVO-CIERRE-FECHA PIC X(8).
           05 NUEVO-CIERRE-PASO-INTEGRIDAD PIC X(1).
           05 NUEVO-CIERRE-PASO-CAJA PIC X(1).
           05 NUEVO-CIERRE-PASO-TALLER PIC X(1).
           05 NUEVO-CIERRE-PASO-STOCK PIC X(1).
           05 NUEVO-CIERRE-COMPLETO PIC X(1).
           05 NUEVO-CIERRE-HUERFANOS PIC X(4).
           05 NUEVO-CIERRE-DUPLICADOS PIC X(4).
           05 NUEVO-CIERRE-PAGOS PIC X(4).
           05 NUEVO-CIERRE-TOTAL-CAJA PIC S9(9)V99.
           05 NUEVO-CIERRE-EQUIPOS-TALLER PIC X(4).
           05 NUEVO-CIERRE-REPONER PIC X(4).
           05 NUEVO-CIERRE-ANULACIONES PIC X(4).
           05 NUEVO-CIERRE-TOTAL-ANULADO PIC 9(9)V99.
           05 NUEVO-CIERRE-VENTAS PIC X(4).
           05 NUEVO-CIERRE-TOTAL-VENTAS PIC 9(9)V99.
       01  VIEJO-AUDIT.
           05 VIEJO-AUDIT-FECHA PIC X(8).
           05 VIEJO-AUDIT-HORA PIC X(6).
           05 VIEJO-AUDIT-OPERADOR PIC X(10).
           05 VIEJO-AUDIT-TIPO PIC X(1).
           05 VIEJO-AUDIT-OPERACION PIC X(1).
           05 VIEJO-AUDIT-CLAVE PIC X(4).
           05 VIEJO-AUDIT-DNI PIC X(8).
           05 VIEJO-AUDIT-IMAGENES.
               10 VIEJO-AUDIT-ANTES PIC X(351).
               10 VIEJO-AUDIT-DESPUES PIC X(351).
       01  NUEVO-AUDIT.
           05 NUEVO-AUDIT-FECHA PIC X(8).
           05 NUEVO-AUDIT-HORA PIC X(6).
           05 NUEVO-AUDIT-OPERADOR PIC X(10).
           05 NUEVO-AUDIT-TIPO PIC X(1).
           05 NUEVO-AUDIT-OPERACION PIC X(1).
           05 NUEVO-AUDIT-CLAVE PIC X(6).
           05 NUEVO-AUDIT-DNI PIC X(8).
           05 NUEVO-AUDIT-ANTES PIC X(357).
           05 NUEVO-AUDIT-DESPUES PIC X(357).

      *Imagen de un registro dentro de la auditoria
       01  TIPO-IMAGEN PIC X(1).
       01  IMAGEN-VIEJA PIC X(351).
       01  IMAGEN-NUEVA PIC X(357).

      *Los asientos grabados antes del 03/09/2026 tienen imagenes de
      *349 bytes, con el formato de equipos anterior a esa fecha: el
      *antes y el despues se separan en la posicion 350 y se pasan
      *sin convertir. Se cuentan aparte antes y despues como control
       01  FECHA-IMAGENES-351 PIC X(8) VALUE "20260903".
       01  ASIENTOS-CORTOS-ANTES PIC 9(9) VALUE ZERO.
       01  ASIENTOS-CORTOS-DESPUES PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM INICIAR-SESION-SUPERVISOR.
       IF  LOGIN-VALIDO = "S"
           PERFORM APERTURA-CONVERSIONES
           PERFORM REVISAR-CONVERSIONES-ANTERIORES
           IF  CONVERSION-PERMITIDA = "S"
               PERFORM EJECUTAR-CONVERSION
           END-IF
           CLOSE CONVERSIONES-FILE
       END-IF.

       PROGRAM-DONE.
       STOP RUN.

      *La conversion reemplaza todos los archivos del sistema, por
      *eso exige una sesion de supervisor
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
                       DISPLAY "La conversion de datos requiere el "
                           "rol supervisor."
                   END-IF
               END-IF
       END-READ.

      *Apertura de Archivos, si no se encuentran los crea
       APERTURA-CONVERSIONES.
       OPEN I-O CONVERSIONES-FILE.
       IF WS-CONVERSIONES-STATUS = "35"
           OPEN OUTPUT CONVERSIONES-FILE
           CLOSE CONVERSIONES-FILE
           OPEN I-O CONVERSIONES-FILE
       END-IF.
       IF WS-CONVERSIONES-STATUS NOT = "00"
           DISPLAY "Error al abrir conversiones.dat, codigo "
               WS-CONVERSIONES-STATUS
       END-IF.

      *Una conversion ya instalada no se repite: los archivos ya
      *estan en el formato ampliado y convertirlos otra vez los
      *arruinaria. Si una instalacion anterior fallo a mitad de
      *camino, el supervisor tiene que devolver antes los originales
      *de la carpeta preconversion
       REVISAR-CONVERSIONES-ANTERIORES.
       MOVE "N" TO CONVERSION-PERMITIDA.
       MOVE "N" TO CONVERSION-INSTALADA.
       MOVE "N" TO INSTALACION-FALLIDA.
       IF  WS-CONVERSIONES-STATUS = "00"
           MOVE "S" TO CONVERSION-PERMITIDA
           MOVE LOW-VALUE TO CONVERSIONES-CLAVE
           START CONVERSIONES-FILE
               KEY IS NOT LESS THAN CONVERSIONES-CLAVE
               INVALID KEY MOVE "S" TO FIN-CONVERSIONES
               NOT INVALID KEY MOVE "N" TO FIN-CONVERSIONES
           END-START
           PERFORM LEER-CONVERSION-SIGUIENTE
           UNTIL FIN-CONVERSIONES = "S"
       END-IF.
       IF  CONVERSION-INSTALADA = "S"
           MOVE "N" TO CONVERSION-PERMITIDA
           DISPLAY "Los archivos ya fueron convertidos e instalados "
               "el " FECHA-INSTALADA ". No se vuelve a convertir."
       ELSE
           IF  INSTALACION-FALLIDA = "S"
               DISPLAY "La instalacion de la conversion del "
                   FECHA-FALLIDA " quedo incompleta."
               DISPLAY "Antes de seguir, los archivos apartados en "
                   "la carpeta preconversion deben volver a su lugar."
               DISPLAY "Los originales ya estan de nuevo en su lugar? "
                   "(S/N)"
               ACCEPT SI-NO
               IF  SI-NO NOT = "S" AND SI-NO NOT = "s"
                   MOVE "N" TO CONVERSION-PERMITIDA
               END-IF
           END-IF
       END-IF.

       LEER-CONVERSION-SIGUIENTE.
       READ CONVERSIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-CONVERSIONES
           NOT AT END
               IF  CONVERSIONES-ESTADO = "I"
                   MOVE "S" TO CONVERSION-INSTALADA
                   MOVE CONVERSIONES-FECHA TO FECHA-INSTALADA
               END-IF
               IF  CONVERSIONES-ESTADO = "E"
                   MOVE "S" TO INSTALACION-FALLIDA
                   MOVE CONVERSIONES-FECHA TO FECHA-FALLIDA
               END-IF
       END-READ.

      *Convierte, verifica y, si todo coincide y el supervisor lo
      *confirma, instala los archivos convertidos
       EJECUTAR-CONVERSION.
       DISPLAY "Se convierten todos los archivos al formato con "
           "numeros de 6 digitos".
       DISPLAY "e importes hasta 9.999.999,99. Nadie debe usar el "
           "sistema mientras dure.".
       DISPLAY "No cambian de formato: operators.dat y control.dat.".
       DISPLAY "Iniciar la conversion? (S/N)".
       ACCEPT SI-NO.
       IF  SI-NO = "S" OR SI-NO = "s"
           ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-ACTUAL FROM TIME
           COMPUTE DIA-DE-HOY =
               FUNCTION INTEGER-OF-DATE (FECHA-DE-HOY)
           PERFORM CREAR-CARPETAS
           MOVE SPACE TO WS-PRESU-CUARENTENA-PATH
           STRING "C:\Desarrollos\Record_System\convertido\"
               "cuarentena_presupuestos.dat" DELIMITED BY SIZE
               INTO WS-PRESU-CUARENTENA-PATH
           MOVE 1 TO INDICE-ARCHIVO
           PERFORM LIMPIAR-CONTROL
           UNTIL INDICE-ARCHIVO > 22
           PERFORM CONVERTIR-CLIENTES
           PERFORM CONVERTIR-EQUIPOS
           PERFORM CONVERTIR-PRESUPUESTOS
           PERFORM CONVERTIR-PAGOS
           PERFORM CONVERTIR-REPUESTOS
           PERFORM CONVERTIR-AVISOS
           PERFORM CONVERTIR-RECIBOS
           PERFORM CONVERTIR-DETALLES
           PERFORM CONVERTIR-TECNICOS
           PERFORM CONVERTIR-CONSUMOS
           PERFORM CONVERTIR-PROVEEDORES
           PERFORM CONVERTIR-SUMINISTROS
           PERFORM CONVERTIR-ORDENES
           PERFORM CONVERTIR-RENGLONES-ORDEN
           PERFORM CONVERTIR-CIERRES
           PERFORM CONVERTIR-AUDITORIA
           PERFORM CONVERTIR-CUARENTENA-EQUIPOS
           PERFORM CONVERTIR-CUARENTENA-PRESUPUESTOS
           PERFORM CONVERTIR-RESGUARDOS
           PERFORM VERIFICAR-CLIENTES
           PERFORM VERIFICAR-EQUIPOS
           PERFORM VERIFICAR-PRESUPUESTOS
           PERFORM VERIFICAR-PAGOS
           PERFORM VERIFICAR-REPUESTOS
           PERFORM VERIFICAR-AVISOS
           PERFORM VERIFICAR-RECIBOS
           PERFORM VERIFICAR-DETALLES
           PERFORM VERIFICAR-TECNICOS
           PERFORM VERIFICAR-CONSUMOS
           PERFORM VERIFICAR-PROVEEDORES
           PERFORM VERIFICAR-SUMINISTROS
           PERFORM VERIFICAR-ORDENES
           PERFORM VERIFICAR-RENGLONES-ORDEN
           PERFORM VERIFICAR-CIERRES
           PERFORM VERIFICAR-AUDITORIA
           PERFORM VERIFICAR-CUARENTENA-EQUIPOS
           PERFORM VERIFICAR-CUARENTENA-PRESUPUESTOS
           PERFORM VERIFICAR-RESGUARDOS
           PERFORM IMPRIMIR-CONTROLES
           PERFORM CERRAR-CONVERSION
       ELSE
           DISPLAY "Conversion cancelada."
       END-IF.

      *Carpetas de trabajo; si ya existen la rutina devuelve
      *distinto de cero y no pasa nada
       CREAR-CARPETAS.
       MOVE "C:\Desarrollos\Record_System\convertido" TO RUTA-CARPETA.
       CALL "CBL_CREATE_DIR" USING RUTA-CARPETA.
       MOVE "C:\Desarrollos\Record_System\convertido\archive"
           TO RUTA-CARPETA.
       CALL "CBL_CREATE_DIR" USING RUTA-CARPETA.
       MOVE "C:\Desarrollos\Record_System\preconversion"
           TO RUTA-CARPETA.
       CALL "CBL_CREATE_DIR" USING RUTA-CARPETA.
       MOVE "C:\Desarrollos\Record_System\preconversion\archive"
           TO RUTA-CARPETA.
       CALL "CBL_CREATE_DIR" USING RUTA-CARPETA.
       MOVE ZERO TO RETURN-CODE.

       LIMPIAR-CONTROL.
       MOVE SPACE TO ESTADO-ARCHIVO (INDICE-ARCHIVO).
       MOVE ZERO TO CANTIDAD-ARCHIVOS (INDICE-ARCHIVO).
       MOVE ZERO TO REGISTROS-ANTES (INDICE-ARCHIVO).
       MOVE ZERO TO REGISTROS-DESPUES (INDICE-ARCHIVO).
       MOVE ZERO TO CLAVES-ANTES (INDICE-ARCHIVO).
       MOVE ZERO TO CLAVES-DESPUES (INDICE-ARCHIVO).
       MOVE ZERO TO IMPORTES-ANTES (INDICE-ARCHIVO).
       MOVE ZERO TO IMPORTES-DESPUES (INDICE-ARCHIVO).
       ADD 1 TO INDICE-ARCHIVO.

      *Resultado de abrir un archivo original: 35 es que no existe y
      *no hay nada que convertir
       REVISAR-APERTURA-ORIGINAL.
       EVALUATE WS-ORIGINAL-STATUS
           WHEN "00"
               IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = SPACE
                   MOVE "S" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
               END-IF
               ADD 1 TO CANTIDAD-ARCHIVOS (INDICE-ARCHIVO)
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
               DISPLAY "Error al abrir "
                   NOMBRE-ARCHIVO (INDICE-ARCHIVO)
                   ", codigo " WS-ORIGINAL-STATUS
       END-EVALUATE.

       REVISAR-APERTURA-CONVERTIDO.
       IF  WS-CONVERTIDO-STATUS NOT = "00"
           MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
           DISPLAY "Error al crear el convertido de "
               NOMBRE-ARCHIVO (INDICE-ARCHIVO)
               ", codigo " WS-CONVERTIDO-STATUS
       END-IF.

      *Un error de lectura corta el archivo y lo marca con error
       REVISAR-LECTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS NOT = "00"
       AND WS-ORIGINAL-STATUS NOT = "02"
       AND WS-ORIGINAL-STATUS NOT = "10"
           MOVE "S" TO FIN-ORIGINAL
           MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
           DISPLAY "Error al leer " NOMBRE-ARCHIVO (INDICE-ARCHIVO)
               ", codigo " WS-ORIGINAL-STATUS
       END-IF.

       REVISAR-LECTURA-CONVERTIDO.
       IF  WS-CONVERTIDO-STATUS NOT = "00"
       AND WS-CONVERTIDO-STATUS NOT = "02"
       AND WS-CONVERTIDO-STATUS NOT = "10"
           MOVE "S" TO FIN-CONVERTIDO
           MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
           DISPLAY "Error al releer el convertido de "
               NOMBRE-ARCHIVO (INDICE-ARCHIVO)
               ", codigo " WS-CONVERTIDO-STATUS
       END-IF.

       INFORMAR-ERROR-GRABACION.
       MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO).
       DISPLAY "Error al grabar el registro "
           REGISTROS-ANTES (INDICE-ARCHIVO) " de "
           NOMBRE-ARCHIVO (INDICE-ARCHIVO)
           ", codigo " WS-CONVERTIDO-STATUS.

      *Un numero de 4 digitos pasa a 6 completando con ceros a la
      *izquierda; un numero en blanco queda en blanco. La suma de los
      *numeros se acumula antes y despues como control
       AMPLIAR-ID.
       IF  ID-ANTERIOR = SPACE
           MOVE SPACE TO ID-AMPLIADO
       ELSE
           STRING "00" DELIMITED BY SIZE
               ID-ANTERIOR DELIMITED BY SIZE
               INTO ID-AMPLIADO
           IF  ID-ANTERIOR IS NUMERIC
               ADD ID-ANTERIOR-NUMERO TO CLAVES-ANTES (INDICE-ARCHIVO)
           END-IF
       END-IF.

       SUMAR-ID-AMPLIADO.
       IF  ID-AMPLIADO IS NUMERIC
           ADD ID-AMPLIADO-NUMERO TO CLAVES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       REVISAR-APERTURA-VERIFICACION.
       IF  WS-CONVERTIDO-STATUS NOT = "00"
           MOVE "E" TO ESTADO-ARCHIVO (INDICE-ARCHIVO)
           DISPLAY "Error al releer el convertido de "
               NOMBRE-ARCHIVO (INDICE-ARCHIVO)
               ", codigo " WS-CONVERTIDO-STATUS
       END-IF.

      *Clientes: customers.dat
       CONVERTIR-CLIENTES.
       MOVE 1 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-CUSTOMERS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT CUSTOMERS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-CLIENTE-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE CUSTOMERS-FILE
           END-IF
           CLOSE ORIGINAL-CUSTOMERS-FILE
       END-IF.

       CONVERTIR-CLIENTE-SIGUIENTE.
       READ ORIGINAL-CUSTOMERS-FILE NEXT RECORD
           INTO VIEJO-CUSTOMERS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-CLIENTE
               WRITE CUSTOMERS-REGISTERS FROM NUEVO-CUSTOMERS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Equipos: equipments.dat
       CONVERTIR-EQUIPOS.
       MOVE 2 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-EQUIPMENTS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT EQUIPMENTS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-EQUIPO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE EQUIPMENTS-FILE
           END-IF
           CLOSE ORIGINAL-EQUIPMENTS-FILE
       END-IF.

       CONVERTIR-EQUIPO-SIGUIENTE.
       READ ORIGINAL-EQUIPMENTS-FILE NEXT RECORD
           INTO VIEJO-EQUIPMENTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-EQUIPO
               WRITE EQUIPMENTS-REGISTERS FROM NUEVO-EQUIPMENTS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Presupuestos: budgets.dat
       CONVERTIR-PRESUPUESTOS.
       MOVE 3 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-BUDGETS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT BUDGETS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-PRESUPUESTO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE BUDGETS-FILE
           END-IF
           CLOSE ORIGINAL-BUDGETS-FILE
       END-IF.

       CONVERTIR-PRESUPUESTO-SIGUIENTE.
       READ ORIGINAL-BUDGETS-FILE NEXT RECORD
           INTO VIEJO-BUDGETS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PRESUPUESTO
               WRITE BUDGETS-REGISTERS FROM NUEVO-BUDGETS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Pagos: payments.dat
       CONVERTIR-PAGOS.
       MOVE 4 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-PAYMENTS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT PAYMENTS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-PAGO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE PAYMENTS-FILE
           END-IF
           CLOSE ORIGINAL-PAYMENTS-FILE
       END-IF.

       CONVERTIR-PAGO-SIGUIENTE.
       READ ORIGINAL-PAYMENTS-FILE NEXT RECORD
           INTO VIEJO-PAYMENTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PAGO
               WRITE PAYMENTS-REGISTERS FROM NUEVO-PAYMENTS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Repuestos: parts.dat
       CONVERTIR-REPUESTOS.
       MOVE 5 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-PARTS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT PARTS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-REPUESTO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE PARTS-FILE
           END-IF
           CLOSE ORIGINAL-PARTS-FILE
       END-IF.

       CONVERTIR-REPUESTO-SIGUIENTE.
       READ ORIGINAL-PARTS-FILE NEXT RECORD
           INTO VIEJO-PARTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-REPUESTO
               WRITE PARTS-REGISTERS FROM NUEVO-PARTS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Avisos de retiro: avisos.dat
       CONVERTIR-AVISOS.
       MOVE 6 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-AVISOS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT AVISOS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-AVISO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE AVISOS-FILE
           END-IF
           CLOSE ORIGINAL-AVISOS-FILE
       END-IF.

       CONVERTIR-AVISO-SIGUIENTE.
       READ ORIGINAL-AVISOS-FILE NEXT RECORD
           INTO VIEJO-AVISOS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-AVISO
               WRITE AVISOS-REGISTERS FROM NUEVO-AVISOS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Recibos: recibos.dat
       CONVERTIR-RECIBOS.
       MOVE 7 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-RECEIPTS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT RECEIPTS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RECIBO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE RECEIPTS-FILE
           END-IF
           CLOSE ORIGINAL-RECEIPTS-FILE
       END-IF.

       CONVERTIR-RECIBO-SIGUIENTE.
       READ ORIGINAL-RECEIPTS-FILE NEXT RECORD
           INTO VIEJO-RECEIPTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-RECIBO
               WRITE RECEIPTS-REGISTERS FROM NUEVO-RECEIPTS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Detalles de presupuesto: detalles.dat
       CONVERTIR-DETALLES.
       MOVE 8 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-DETALLES-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT DETALLES-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-DETALLE-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE DETALLES-FILE
           END-IF
           CLOSE ORIGINAL-DETALLES-FILE
       END-IF.

       CONVERTIR-DETALLE-SIGUIENTE.
       READ ORIGINAL-DETALLES-FILE NEXT RECORD
           INTO VIEJO-DETALLES
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-DETALLE
               WRITE DETALLES-REGISTERS FROM NUEVO-DETALLES
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Tecnicos: technicians.dat
       CONVERTIR-TECNICOS.
       MOVE 9 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-TECHNICIANS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT TECHNICIANS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-TECNICO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE TECHNICIANS-FILE
           END-IF
           CLOSE ORIGINAL-TECHNICIANS-FILE
       END-IF.

       CONVERTIR-TECNICO-SIGUIENTE.
       READ ORIGINAL-TECHNICIANS-FILE NEXT RECORD
           INTO VIEJO-TECHNICIANS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-TECNICO
               WRITE TECHNICIANS-REGISTERS FROM NUEVO-TECHNICIANS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Consumos de repuestos: consumos.dat
       CONVERTIR-CONSUMOS.
       MOVE 10 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-CONSUMOS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT CONSUMOS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-CONSUMO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE CONSUMOS-FILE
           END-IF
           CLOSE ORIGINAL-CONSUMOS-FILE
       END-IF.

       CONVERTIR-CONSUMO-SIGUIENTE.
       READ ORIGINAL-CONSUMOS-FILE NEXT RECORD
           INTO VIEJO-CONSUMOS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-CONSUMO
               WRITE CONSUMOS-REGISTERS FROM NUEVO-CONSUMOS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Proveedores: proveedores.dat
       CONVERTIR-PROVEEDORES.
       MOVE 11 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-SUPPLIERS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT SUPPLIERS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-PROVEEDOR-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE SUPPLIERS-FILE
           END-IF
           CLOSE ORIGINAL-SUPPLIERS-FILE
       END-IF.

       CONVERTIR-PROVEEDOR-SIGUIENTE.
       READ ORIGINAL-SUPPLIERS-FILE NEXT RECORD
           INTO VIEJO-SUPPLIERS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PROVEEDOR
               WRITE SUPPLIERS-REGISTERS FROM NUEVO-SUPPLIERS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Suministros: suministros.dat
       CONVERTIR-SUMINISTROS.
       MOVE 12 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-SUMINISTROS-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT SUMINISTROS-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-SUMINISTRO-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE SUMINISTROS-FILE
           END-IF
           CLOSE ORIGINAL-SUMINISTROS-FILE
       END-IF.

       CONVERTIR-SUMINISTRO-SIGUIENTE.
       READ ORIGINAL-SUMINISTROS-FILE NEXT RECORD
           INTO VIEJO-SUMINISTROS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-SUMINISTRO
               WRITE SUMINISTROS-REGISTERS FROM NUEVO-SUMINISTROS
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Ordenes de compra: ordenes.dat
       CONVERTIR-ORDENES.
       MOVE 13 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-ORDENES-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT ORDENES-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-ORDEN-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE ORDENES-FILE
           END-IF
           CLOSE ORIGINAL-ORDENES-FILE
       END-IF.

       CONVERTIR-ORDEN-SIGUIENTE.
       READ ORIGINAL-ORDENES-FILE NEXT RECORD
           INTO VIEJO-ORDENES
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-ORDEN
               WRITE ORDENES-REGISTERS FROM NUEVO-ORDENES
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Lineas de las ordenes de compra: ordenes_detalle.dat
       CONVERTIR-RENGLONES-ORDEN.
       MOVE 14 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-ORDLIN-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT ORDLIN-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RENGLON-ORDEN-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE ORDLIN-FILE
           END-IF
           CLOSE ORIGINAL-ORDLIN-FILE
       END-IF.

       CONVERTIR-RENGLON-ORDEN-SIGUIENTE.
       READ ORIGINAL-ORDLIN-FILE NEXT RECORD
           INTO VIEJO-ORDLIN
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-RENGLON-ORDEN
               WRITE ORDLIN-REGISTERS FROM NUEVO-ORDLIN
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Cierres diarios: cierre.dat
       CONVERTIR-CIERRES.
       MOVE 15 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-CIERRE-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT CIERRE-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-CIERRE-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE CIERRE-FILE
           END-IF
           CLOSE ORIGINAL-CIERRE-FILE
       END-IF.

       CONVERTIR-CIERRE-SIGUIENTE.
       READ ORIGINAL-CIERRE-FILE NEXT RECORD
           INTO VIEJO-CIERRE
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-CIERRE
               WRITE CIERRE-REGISTERS FROM NUEVO-CIERRE
                   INVALID KEY
                       PERFORM INFORMAR-ERROR-GRABACION
               END-WRITE
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

      *Pista de auditoria: audit.dat. La clave se amplia salvo en
      *repuestos y operadores, donde es un codigo; las imagenes se
      *convierten con el formato del archivo que corresponde al tipo,
      *salvo las de 349 bytes de los asientos anteriores al
      *03/09/2026, que se pasan tal cual
       CONVERTIR-AUDITORIA.
       MOVE 16 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-AUDIT-FILE.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT AUDIT-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-AUDITORIA-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE AUDIT-FILE
           END-IF
           CLOSE ORIGINAL-AUDIT-FILE
       END-IF.

       CONVERTIR-AUDITORIA-SIGUIENTE.
       READ ORIGINAL-AUDIT-FILE NEXT RECORD INTO VIEJO-AUDIT
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-AUDITORIA
               WRITE AUDIT-REGISTRO FROM NUEVO-AUDIT
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       PASAR-AUDITORIA.
       MOVE SPACE TO NUEVO-AUDIT.
       MOVE VIEJO-AUDIT-FECHA TO NUEVO-AUDIT-FECHA.
       MOVE VIEJO-AUDIT-HORA TO NUEVO-AUDIT-HORA.
       MOVE VIEJO-AUDIT-OPERADOR TO NUEVO-AUDIT-OPERADOR.
       MOVE VIEJO-AUDIT-TIPO TO NUEVO-AUDIT-TIPO.
       MOVE VIEJO-AUDIT-OPERACION TO NUEVO-AUDIT-OPERACION.
       MOVE VIEJO-AUDIT-DNI TO NUEVO-AUDIT-DNI.
       IF  VIEJO-AUDIT-TIPO = "R" OR VIEJO-AUDIT-TIPO = "O"
           MOVE VIEJO-AUDIT-CLAVE TO NUEVO-AUDIT-CLAVE
       ELSE
           MOVE VIEJO-AUDIT-CLAVE TO ID-ANTERIOR
           PERFORM AMPLIAR-ID
           MOVE ID-AMPLIADO TO NUEVO-AUDIT-CLAVE
       END-IF.
       IF  VIEJO-AUDIT-FECHA < FECHA-IMAGENES-351
           ADD 1 TO ASIENTOS-CORTOS-ANTES
           MOVE VIEJO-AUDIT-IMAGENES (1:349) TO NUEVO-AUDIT-ANTES
           MOVE VIEJO-AUDIT-IMAGENES (350:349) TO NUEVO-AUDIT-DESPUES
       ELSE
           MOVE VIEJO-AUDIT-TIPO TO TIPO-IMAGEN
           MOVE VIEJO-AUDIT-ANTES TO IMAGEN-VIEJA
           PERFORM PASAR-IMAGEN
           MOVE IMAGEN-NUEVA TO NUEVO-AUDIT-ANTES
           MOVE VIEJO-AUDIT-DESPUES TO IMAGEN-VIEJA
           PERFORM PASAR-IMAGEN
           MOVE IMAGEN-NUEVA TO NUEVO-AUDIT-DESPUES
       END-IF.

      *Operadores (O) no cambia de formato
       PASAR-IMAGEN.
       IF  IMAGEN-VIEJA = SPACE
           MOVE SPACE TO IMAGEN-NUEVA
       ELSE
           EVALUATE TIPO-IMAGEN
               WHEN "C"
                   MOVE IMAGEN-VIEJA TO VIEJO-CUSTOMERS
                   PERFORM PASAR-CLIENTE
                   MOVE NUEVO-CUSTOMERS TO IMAGEN-NUEVA
               WHEN "E"
                   MOVE IMAGEN-VIEJA TO VIEJO-EQUIPMENTS
                   PERFORM PASAR-EQUIPO
                   MOVE NUEVO-EQUIPMENTS TO IMAGEN-NUEVA
               WHEN "P"
                   MOVE IMAGEN-VIEJA TO VIEJO-BUDGETS
                   PERFORM PASAR-PRESUPUESTO
                   MOVE NUEVO-BUDGETS TO IMAGEN-NUEVA
               WHEN "G"
                   MOVE IMAGEN-VIEJA TO VIEJO-PAYMENTS
                   PERFORM PASAR-PAGO
                   MOVE NUEVO-PAYMENTS TO IMAGEN-NUEVA
               WHEN "R"
                   MOVE IMAGEN-VIEJA TO VIEJO-PARTS
                   PERFORM PASAR-REPUESTO
                   MOVE NUEVO-PARTS TO IMAGEN-NUEVA
               WHEN "U"
                   MOVE IMAGEN-VIEJA TO VIEJO-CONSUMOS
                   PERFORM PASAR-CONSUMO
                   MOVE NUEVO-CONSUMOS TO IMAGEN-NUEVA
               WHEN "T"
                   MOVE IMAGEN-VIEJA TO VIEJO-TECHNICIANS
                   PERFORM PASAR-TECNICO
                   MOVE NUEVO-TECHNICIANS TO IMAGEN-NUEVA
               WHEN "I"
                   MOVE IMAGEN-VIEJA TO VIEJO-RECEIPTS
                   PERFORM PASAR-RECIBO
                   MOVE NUEVO-RECEIPTS TO IMAGEN-NUEVA
               WHEN "D"
                   MOVE IMAGEN-VIEJA TO VIEJO-DETALLES
                   PERFORM PASAR-DETALLE
                   MOVE NUEVO-DETALLES TO IMAGEN-NUEVA
               WHEN "V"
                   MOVE IMAGEN-VIEJA TO VIEJO-SUPPLIERS
                   PERFORM PASAR-PROVEEDOR
                   MOVE NUEVO-SUPPLIERS TO IMAGEN-NUEVA
               WHEN "N"
                   MOVE IMAGEN-VIEJA TO VIEJO-SUMINISTROS
                   PERFORM PASAR-SUMINISTRO
                   MOVE NUEVO-SUMINISTROS TO IMAGEN-NUEVA
               WHEN "Q"
                   MOVE IMAGEN-VIEJA TO VIEJO-ORDENES
                   PERFORM PASAR-ORDEN
                   MOVE NUEVO-ORDENES TO IMAGEN-NUEVA
               WHEN "A"
                   MOVE IMAGEN-VIEJA TO VIEJO-AVISOS
                   PERFORM PASAR-AVISO
                   MOVE NUEVO-AVISOS TO IMAGEN-NUEVA
               WHEN OTHER
                   MOVE IMAGEN-VIEJA TO IMAGEN-NUEVA
           END-EVALUATE
       END-IF.

       VERIFICAR-AUDITORIA.
       MOVE 16 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT AUDIT-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-AUDITORIA-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE AUDIT-FILE
           END-IF
       END-IF.

       VERIFICAR-AUDITORIA-SIGUIENTE.
       READ AUDIT-FILE NEXT RECORD INTO NUEVO-AUDIT
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-AUDITORIA
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       SUMAR-AUDITORIA.
       IF  NUEVO-AUDIT-TIPO NOT = "R" AND NUEVO-AUDIT-TIPO NOT = "O"
           MOVE NUEVO-AUDIT-CLAVE TO ID-AMPLIADO
           PERFORM SUMAR-ID-AMPLIADO
       END-IF.
       IF  NUEVO-AUDIT-FECHA < FECHA-IMAGENES-351
           ADD 1 TO ASIENTOS-CORTOS-DESPUES
       ELSE
           MOVE NUEVO-AUDIT-TIPO TO TIPO-IMAGEN
           MOVE NUEVO-AUDIT-ANTES TO IMAGEN-NUEVA
           PERFORM SUMAR-IMAGEN
           MOVE NUEVO-AUDIT-DESPUES TO IMAGEN-NUEVA
           PERFORM SUMAR-IMAGEN
       END-IF.

       SUMAR-IMAGEN.
       IF  IMAGEN-NUEVA NOT = SPACE
           EVALUATE TIPO-IMAGEN
               WHEN "C"
                   MOVE IMAGEN-NUEVA TO NUEVO-CUSTOMERS
                   PERFORM SUMAR-CLIENTE
               WHEN "E"
                   MOVE IMAGEN-NUEVA TO NUEVO-EQUIPMENTS
                   PERFORM SUMAR-EQUIPO
               WHEN "P"
                   MOVE IMAGEN-NUEVA TO NUEVO-BUDGETS
                   PERFORM SUMAR-PRESUPUESTO
               WHEN "G"
                   MOVE IMAGEN-NUEVA TO NUEVO-PAYMENTS
                   PERFORM SUMAR-PAGO
               WHEN "R"
                   MOVE IMAGEN-NUEVA TO NUEVO-PARTS
                   PERFORM SUMAR-REPUESTO
               WHEN "U"
                   MOVE IMAGEN-NUEVA TO NUEVO-CONSUMOS
                   PERFORM SUMAR-CONSUMO
               WHEN "T"
                   MOVE IMAGEN-NUEVA TO NUEVO-TECHNICIANS
                   PERFORM SUMAR-TECNICO
               WHEN "I"
                   MOVE IMAGEN-NUEVA TO NUEVO-RECEIPTS
                   PERFORM SUMAR-RECIBO
               WHEN "D"
                   MOVE IMAGEN-NUEVA TO NUEVO-DETALLES
                   PERFORM SUMAR-DETALLE
               WHEN "V"
                   MOVE IMAGEN-NUEVA TO NUEVO-SUPPLIERS
                   PERFORM SUMAR-PROVEEDOR
               WHEN "N"
                   MOVE IMAGEN-NUEVA TO NUEVO-SUMINISTROS
                   PERFORM SUMAR-SUMINISTRO
               WHEN "Q"
                   MOVE IMAGEN-NUEVA TO NUEVO-ORDENES
                   PERFORM SUMAR-ORDEN
               WHEN "A"
                   MOVE IMAGEN-NUEVA TO NUEVO-AVISOS
                   PERFORM SUMAR-AVISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

      *Cuarentena de equipos huerfanos, mismo formato que
      *equipments.dat
       CONVERTIR-CUARENTENA-EQUIPOS.
       MOVE 17 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-EQUIPOS-CUARENTENA.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT EQUIPOS-CUARENTENA-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-CUARENTENA-EQUIPOS-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE EQUIPOS-CUARENTENA-FILE
           END-IF
           CLOSE ORIGINAL-EQUIPOS-CUARENTENA
       END-IF.

       CONVERTIR-CUARENTENA-EQUIPOS-SIGUIENTE.
       READ ORIGINAL-EQUIPOS-CUARENTENA NEXT RECORD
           INTO VIEJO-EQUIPMENTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-EQUIPO
               WRITE EQUIPOS-CUARENTENA-REGISTRO FROM NUEVO-EQUIPMENTS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       VERIFICAR-CUARENTENA-EQUIPOS.
       MOVE 17 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT EQUIPOS-CUARENTENA-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-CUARENTENA-EQUIPOS-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE EQUIPOS-CUARENTENA-FILE
           END-IF
       END-IF.

       VERIFICAR-CUARENTENA-EQUIPOS-SIGUIENTE.
       READ EQUIPOS-CUARENTENA-FILE NEXT RECORD
           INTO NUEVO-EQUIPMENTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-EQUIPO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

      *Cuarentena de presupuestos huerfanos, mismo formato que
      *budgets.dat
       CONVERTIR-CUARENTENA-PRESUPUESTOS.
       MOVE 18 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-PRESU-CUARENTENA.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT PRESU-CUARENTENA-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-CUARENTENA-PRESUPUESTOS-SIGUIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE PRESU-CUARENTENA-FILE
           END-IF
           CLOSE ORIGINAL-PRESU-CUARENTENA
       END-IF.

       CONVERTIR-CUARENTENA-PRESUPUESTOS-SIGUIENTE.
       READ ORIGINAL-PRESU-CUARENTENA NEXT RECORD
           INTO VIEJO-BUDGETS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PRESUPUESTO
               WRITE PRESU-CUARENTENA-REGISTRO FROM NUEVO-BUDGETS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       VERIFICAR-CUARENTENA-PRESUPUESTOS.
       MOVE 18 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT PRESU-CUARENTENA-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-CUARENTENA-PRESUPUESTOS-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE PRESU-CUARENTENA-FILE
           END-IF
       END-IF.

       VERIFICAR-CUARENTENA-PRESUPUESTOS-SIGUIENTE.
       READ PRESU-CUARENTENA-FILE NEXT RECORD
           INTO NUEVO-BUDGETS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PRESUPUESTO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

      *Resguardos diarios: se revisan los juegos de archivos de hasta
      *dos años hacia atras, como en la limpieza de resguardos
       CONVERTIR-RESGUARDOS.
       MOVE ZERO TO CONTADOR-DIAS.
       PERFORM CONVERTIR-RESGUARDOS-DEL-DIA
       UNTIL CONTADOR-DIAS > 730.

       CONVERTIR-RESGUARDOS-DEL-DIA.
       PERFORM ARMAR-RUTAS-RESGUARDO.
       PERFORM CONVERTIR-RESGUARDO-CLIENTES.
       PERFORM CONVERTIR-RESGUARDO-EQUIPOS.
       PERFORM CONVERTIR-RESGUARDO-PRESUPUESTOS.
       PERFORM CONVERTIR-RESGUARDO-PAGOS.
       ADD 1 TO CONTADOR-DIAS.

       ARMAR-RUTAS-RESGUARDO.
       COMPUTE DIA-RESGUARDO = DIA-DE-HOY - CONTADOR-DIAS.
       COMPUTE FECHA-RESGUARDO =
           FUNCTION DATE-OF-INTEGER (DIA-RESGUARDO).
       MOVE SPACE TO WS-CUSTOMERS-BACKUP-PATH.
       STRING "C:\Desarrollos\Record_System\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_customers.dat" DELIMITED BY SIZE
           INTO WS-CUSTOMERS-BACKUP-PATH.
       MOVE SPACE TO WS-CUSTOMERS-CONVERTIDO-PATH.
       STRING "C:\Desarrollos\Record_System\convertido\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_customers.dat" DELIMITED BY SIZE
           INTO WS-CUSTOMERS-CONVERTIDO-PATH.
       MOVE SPACE TO WS-EQUIPMENTS-BACKUP-PATH.
       STRING "C:\Desarrollos\Record_System\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_equipments.dat" DELIMITED BY SIZE
           INTO WS-EQUIPMENTS-BACKUP-PATH.
       MOVE SPACE TO WS-EQUIPMENTS-CONVERTIDO-PATH.
       STRING "C:\Desarrollos\Record_System\convertido\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_equipments.dat" DELIMITED BY SIZE
           INTO WS-EQUIPMENTS-CONVERTIDO-PATH.
       MOVE SPACE TO WS-BUDGETS-BACKUP-PATH.
       STRING "C:\Desarrollos\Record_System\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_budgets.dat" DELIMITED BY SIZE
           INTO WS-BUDGETS-BACKUP-PATH.
       MOVE SPACE TO WS-BUDGETS-CONVERTIDO-PATH.
       STRING "C:\Desarrollos\Record_System\convertido\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_budgets.dat" DELIMITED BY SIZE
           INTO WS-BUDGETS-CONVERTIDO-PATH.
       MOVE SPACE TO WS-PAYMENTS-BACKUP-PATH.
       STRING "C:\Desarrollos\Record_System\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_payments.dat" DELIMITED BY SIZE
           INTO WS-PAYMENTS-BACKUP-PATH.
       MOVE SPACE TO WS-PAYMENTS-CONVERTIDO-PATH.
       STRING "C:\Desarrollos\Record_System\convertido\archive\"
           FECHA-RESGUARDO DELIMITED BY SIZE
           "_payments.dat" DELIMITED BY SIZE
           INTO WS-PAYMENTS-CONVERTIDO-PATH.

       CONVERTIR-RESGUARDO-CLIENTES.
       MOVE 19 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-CUSTOMERS-BACKUP.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT CUSTOMERS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RESGUARDO-CLIENTE
               UNTIL FIN-ORIGINAL = "S"
               CLOSE CUSTOMERS-BACKUP-FILE
           END-IF
           CLOSE ORIGINAL-CUSTOMERS-BACKUP
       END-IF.

       CONVERTIR-RESGUARDO-CLIENTE.
       READ ORIGINAL-CUSTOMERS-BACKUP NEXT RECORD
           INTO VIEJO-CUSTOMERS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-CLIENTE
               WRITE CUSTOMERS-BACKUP-REGISTRO FROM NUEVO-CUSTOMERS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       CONVERTIR-RESGUARDO-EQUIPOS.
       MOVE 20 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-EQUIPMENTS-BACKUP.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT EQUIPMENTS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RESGUARDO-EQUIPO
               UNTIL FIN-ORIGINAL = "S"
               CLOSE EQUIPMENTS-BACKUP-FILE
           END-IF
           CLOSE ORIGINAL-EQUIPMENTS-BACKUP
       END-IF.

       CONVERTIR-RESGUARDO-EQUIPO.
       READ ORIGINAL-EQUIPMENTS-BACKUP NEXT RECORD
           INTO VIEJO-EQUIPMENTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-EQUIPO
               WRITE EQUIPMENTS-BACKUP-REGISTRO FROM NUEVO-EQUIPMENTS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       CONVERTIR-RESGUARDO-PRESUPUESTOS.
       MOVE 21 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-BUDGETS-BACKUP.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT BUDGETS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RESGUARDO-PRESUPUESTO
               UNTIL FIN-ORIGINAL = "S"
               CLOSE BUDGETS-BACKUP-FILE
           END-IF
           CLOSE ORIGINAL-BUDGETS-BACKUP
       END-IF.

       CONVERTIR-RESGUARDO-PRESUPUESTO.
       READ ORIGINAL-BUDGETS-BACKUP NEXT RECORD
           INTO VIEJO-BUDGETS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PRESUPUESTO
               WRITE BUDGETS-BACKUP-REGISTRO FROM NUEVO-BUDGETS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       CONVERTIR-RESGUARDO-PAGOS.
       MOVE 22 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-PAYMENTS-BACKUP.
       PERFORM REVISAR-APERTURA-ORIGINAL.
       IF  WS-ORIGINAL-STATUS = "00"
           OPEN OUTPUT PAYMENTS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-CONVERTIDO
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-ORIGINAL
               PERFORM CONVERTIR-RESGUARDO-PAGO
               UNTIL FIN-ORIGINAL = "S"
               CLOSE PAYMENTS-BACKUP-FILE
           END-IF
           CLOSE ORIGINAL-PAYMENTS-BACKUP
       END-IF.

       CONVERTIR-RESGUARDO-PAGO.
       READ ORIGINAL-PAYMENTS-BACKUP NEXT RECORD
           INTO VIEJO-PAYMENTS
           AT END MOVE "S" TO FIN-ORIGINAL
           NOT AT END
               ADD 1 TO REGISTROS-ANTES (INDICE-ARCHIVO)
               PERFORM PASAR-PAGO
               WRITE PAYMENTS-BACKUP-REGISTRO FROM NUEVO-PAYMENTS
               IF  WS-CONVERTIDO-STATUS NOT = "00"
                   PERFORM INFORMAR-ERROR-GRABACION
               END-IF
       END-READ.
       PERFORM REVISAR-LECTURA-ORIGINAL.

       VERIFICAR-CLIENTES.
       MOVE 1 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT CUSTOMERS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-CLIENTE-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE CUSTOMERS-FILE
           END-IF
       END-IF.

       VERIFICAR-CLIENTE-SIGUIENTE.
       READ CUSTOMERS-FILE NEXT RECORD INTO NUEVO-CUSTOMERS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-CLIENTE
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-EQUIPOS.
       MOVE 2 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT EQUIPMENTS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-EQUIPO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE EQUIPMENTS-FILE
           END-IF
       END-IF.

       VERIFICAR-EQUIPO-SIGUIENTE.
       READ EQUIPMENTS-FILE NEXT RECORD INTO NUEVO-EQUIPMENTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-EQUIPO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-PRESUPUESTOS.
       MOVE 3 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT BUDGETS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-PRESUPUESTO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE BUDGETS-FILE
           END-IF
       END-IF.

       VERIFICAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD INTO NUEVO-BUDGETS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PRESUPUESTO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-PAGOS.
       MOVE 4 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT PAYMENTS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-PAGO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE PAYMENTS-FILE
           END-IF
       END-IF.

       VERIFICAR-PAGO-SIGUIENTE.
       READ PAYMENTS-FILE NEXT RECORD INTO NUEVO-PAYMENTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PAGO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-REPUESTOS.
       MOVE 5 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT PARTS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-REPUESTO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE PARTS-FILE
           END-IF
       END-IF.

       VERIFICAR-REPUESTO-SIGUIENTE.
       READ PARTS-FILE NEXT RECORD INTO NUEVO-PARTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-REPUESTO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-AVISOS.
       MOVE 6 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT AVISOS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-AVISO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE AVISOS-FILE
           END-IF
       END-IF.

       VERIFICAR-AVISO-SIGUIENTE.
       READ AVISOS-FILE NEXT RECORD INTO NUEVO-AVISOS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-AVISO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-RECIBOS.
       MOVE 7 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT RECEIPTS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RECIBO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE RECEIPTS-FILE
           END-IF
       END-IF.

       VERIFICAR-RECIBO-SIGUIENTE.
       READ RECEIPTS-FILE NEXT RECORD INTO NUEVO-RECEIPTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-RECIBO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-DETALLES.
       MOVE 8 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT DETALLES-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-DETALLE-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE DETALLES-FILE
           END-IF
       END-IF.

       VERIFICAR-DETALLE-SIGUIENTE.
       READ DETALLES-FILE NEXT RECORD INTO NUEVO-DETALLES
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-DETALLE
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-TECNICOS.
       MOVE 9 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT TECHNICIANS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-TECNICO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE TECHNICIANS-FILE
           END-IF
       END-IF.

       VERIFICAR-TECNICO-SIGUIENTE.
       READ TECHNICIANS-FILE NEXT RECORD INTO NUEVO-TECHNICIANS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-TECNICO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-CONSUMOS.
       MOVE 10 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT CONSUMOS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-CONSUMO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE CONSUMOS-FILE
           END-IF
       END-IF.

       VERIFICAR-CONSUMO-SIGUIENTE.
       READ CONSUMOS-FILE NEXT RECORD INTO NUEVO-CONSUMOS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-CONSUMO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-PROVEEDORES.
       MOVE 11 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT SUPPLIERS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-PROVEEDOR-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE SUPPLIERS-FILE
           END-IF
       END-IF.

       VERIFICAR-PROVEEDOR-SIGUIENTE.
       READ SUPPLIERS-FILE NEXT RECORD INTO NUEVO-SUPPLIERS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PROVEEDOR
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-SUMINISTROS.
       MOVE 12 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT SUMINISTROS-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-SUMINISTRO-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE SUMINISTROS-FILE
           END-IF
       END-IF.

       VERIFICAR-SUMINISTRO-SIGUIENTE.
       READ SUMINISTROS-FILE NEXT RECORD INTO NUEVO-SUMINISTROS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-SUMINISTRO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-ORDENES.
       MOVE 13 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT ORDENES-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-ORDEN-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE ORDENES-FILE
           END-IF
       END-IF.

       VERIFICAR-ORDEN-SIGUIENTE.
       READ ORDENES-FILE NEXT RECORD INTO NUEVO-ORDENES
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-ORDEN
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-RENGLONES-ORDEN.
       MOVE 14 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT ORDLIN-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RENGLON-ORDEN-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE ORDLIN-FILE
           END-IF
       END-IF.

       VERIFICAR-RENGLON-ORDEN-SIGUIENTE.
       READ ORDLIN-FILE NEXT RECORD INTO NUEVO-ORDLIN
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-RENGLON-ORDEN
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-CIERRES.
       MOVE 15 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           OPEN INPUT CIERRE-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-CIERRE-SIGUIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE CIERRE-FILE
           END-IF
       END-IF.

       VERIFICAR-CIERRE-SIGUIENTE.
       READ CIERRE-FILE NEXT RECORD INTO NUEVO-CIERRE
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-CIERRE
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

      *Relee los resguardos convertidos de cada dia en que existia el
      *resguardo original
       VERIFICAR-RESGUARDOS.
       MOVE ZERO TO CONTADOR-DIAS.
       PERFORM VERIFICAR-RESGUARDOS-DEL-DIA
       UNTIL CONTADOR-DIAS > 730.

       VERIFICAR-RESGUARDOS-DEL-DIA.
       PERFORM ARMAR-RUTAS-RESGUARDO.
       PERFORM VERIFICAR-RESGUARDO-CLIENTES.
       PERFORM VERIFICAR-RESGUARDO-EQUIPOS.
       PERFORM VERIFICAR-RESGUARDO-PRESUPUESTOS.
       PERFORM VERIFICAR-RESGUARDO-PAGOS.
       ADD 1 TO CONTADOR-DIAS.

       VERIFICAR-RESGUARDO-CLIENTES.
       MOVE 19 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-CUSTOMERS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-CUSTOMERS-BACKUP
           OPEN INPUT CUSTOMERS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RESGUARDO-CLIENTE
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE CUSTOMERS-BACKUP-FILE
           END-IF
       END-IF.

       VERIFICAR-RESGUARDO-CLIENTE.
       READ CUSTOMERS-BACKUP-FILE NEXT RECORD
           INTO NUEVO-CUSTOMERS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-CLIENTE
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-RESGUARDO-EQUIPOS.
       MOVE 20 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-EQUIPMENTS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-EQUIPMENTS-BACKUP
           OPEN INPUT EQUIPMENTS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RESGUARDO-EQUIPO
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE EQUIPMENTS-BACKUP-FILE
           END-IF
       END-IF.

       VERIFICAR-RESGUARDO-EQUIPO.
       READ EQUIPMENTS-BACKUP-FILE NEXT RECORD
           INTO NUEVO-EQUIPMENTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-EQUIPO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-RESGUARDO-PRESUPUESTOS.
       MOVE 21 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-BUDGETS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-BUDGETS-BACKUP
           OPEN INPUT BUDGETS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RESGUARDO-PRESUPUESTO
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE BUDGETS-BACKUP-FILE
           END-IF
       END-IF.

       VERIFICAR-RESGUARDO-PRESUPUESTO.
       READ BUDGETS-BACKUP-FILE NEXT RECORD
           INTO NUEVO-BUDGETS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PRESUPUESTO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

       VERIFICAR-RESGUARDO-PAGOS.
       MOVE 22 TO INDICE-ARCHIVO.
       OPEN INPUT ORIGINAL-PAYMENTS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-PAYMENTS-BACKUP
           OPEN INPUT PAYMENTS-BACKUP-FILE
           PERFORM REVISAR-APERTURA-VERIFICACION
           IF  WS-CONVERTIDO-STATUS = "00"
               MOVE "N" TO FIN-CONVERTIDO
               PERFORM VERIFICAR-RESGUARDO-PAGO
               UNTIL FIN-CONVERTIDO = "S"
               CLOSE PAYMENTS-BACKUP-FILE
           END-IF
       END-IF.

       VERIFICAR-RESGUARDO-PAGO.
       READ PAYMENTS-BACKUP-FILE NEXT RECORD
           INTO NUEVO-PAYMENTS
           AT END MOVE "S" TO FIN-CONVERTIDO
           NOT AT END
               ADD 1 TO REGISTROS-DESPUES (INDICE-ARCHIVO)
               PERFORM SUMAR-PAGO
       END-READ.
       PERFORM REVISAR-LECTURA-CONVERTIDO.

      *Informe de controles: por archivo, registros, suma de los
      *numeros ampliados y suma de los importes antes y despues. Un
      *archivo con error o con cualquier diferencia rechaza toda la
      *conversion
       IMPRIMIR-CONTROLES.
       MOVE ZERO TO DIFERENCIAS.
       MOVE ZERO TO ARCHIVOS-CONVERTIDOS.
       MOVE ZERO TO REGISTROS-CONVERTIDOS.
       DISPLAY " ".
       DISPLAY "CONTROLES DE LA CONVERSION".
       DISPLAY "            Registros      Suma de numeros"
           "         Suma de importes".
       MOVE 1 TO INDICE-ARCHIVO.
       PERFORM IMPRIMIR-CONTROL-ARCHIVO
       UNTIL INDICE-ARCHIVO > 22.
       PERFORM IMPRIMIR-CONTROL-ASIENTOS-CORTOS.
       DISPLAY " ".
       MOVE ARCHIVOS-CONVERTIDOS TO CONTADOR-EDITADO.
       DISPLAY "Archivos convertidos: " CONTADOR-EDITADO.
       MOVE DIFERENCIAS TO CONTADOR-EDITADO.
       DISPLAY "Archivos con diferencias: " CONTADOR-EDITADO.

      *Los asientos de auditoria con imagenes de 349 bytes tienen que
      *ser los mismos antes y despues de convertir
       IMPRIMIR-CONTROL-ASIENTOS-CORTOS.
       MOVE 16 TO INDICE-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) NOT = SPACE
           DISPLAY "audit.dat, asientos anteriores al 03/09/2026 "
               "(imagenes de 349 bytes sin convertir)"
           MOVE "  Antes" TO CONTROL-MOMENTO
           MOVE ASIENTOS-CORTOS-ANTES TO CONTROL-REGISTROS
           MOVE ZERO TO CONTROL-CLAVES
           MOVE ZERO TO CONTROL-IMPORTES
           DISPLAY LINEA-CONTROL
           MOVE "  Despues" TO CONTROL-MOMENTO
           MOVE ASIENTOS-CORTOS-DESPUES TO CONTROL-REGISTROS
           DISPLAY LINEA-CONTROL
           IF  ASIENTOS-CORTOS-ANTES NOT = ASIENTOS-CORTOS-DESPUES
               ADD 1 TO DIFERENCIAS
               DISPLAY "  *** DIFERENCIA ***"
           ELSE
               DISPLAY "  OK"
           END-IF
       END-IF.

       IMPRIMIR-CONTROL-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) NOT = SPACE
           DISPLAY NOMBRE-ARCHIVO (INDICE-ARCHIVO)
           IF  INDICE-ARCHIVO > 18
               MOVE CANTIDAD-ARCHIVOS (INDICE-ARCHIVO)
                   TO CONTADOR-EDITADO
               DISPLAY "  (" CONTADOR-EDITADO " archivos de resguardo)"
           END-IF
           MOVE "  Antes" TO CONTROL-MOMENTO
           MOVE REGISTROS-ANTES (INDICE-ARCHIVO) TO CONTROL-REGISTROS
           MOVE CLAVES-ANTES (INDICE-ARCHIVO) TO CONTROL-CLAVES
           MOVE IMPORTES-ANTES (INDICE-ARCHIVO) TO CONTROL-IMPORTES
           DISPLAY LINEA-CONTROL
           MOVE "  Despues" TO CONTROL-MOMENTO
           MOVE REGISTROS-DESPUES (INDICE-ARCHIVO)
               TO CONTROL-REGISTROS
           MOVE CLAVES-DESPUES (INDICE-ARCHIVO) TO CONTROL-CLAVES
           MOVE IMPORTES-DESPUES (INDICE-ARCHIVO) TO CONTROL-IMPORTES
           DISPLAY LINEA-CONTROL
           ADD CANTIDAD-ARCHIVOS (INDICE-ARCHIVO)
               TO ARCHIVOS-CONVERTIDOS
           ADD REGISTROS-DESPUES (INDICE-ARCHIVO)
               TO REGISTROS-CONVERTIDOS
           IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "E"
           OR  REGISTROS-ANTES (INDICE-ARCHIVO) NOT =
               REGISTROS-DESPUES (INDICE-ARCHIVO)
           OR  CLAVES-ANTES (INDICE-ARCHIVO) NOT =
               CLAVES-DESPUES (INDICE-ARCHIVO)
           OR  IMPORTES-ANTES (INDICE-ARCHIVO) NOT =
               IMPORTES-DESPUES (INDICE-ARCHIVO)
               ADD 1 TO DIFERENCIAS
               DISPLAY "  *** DIFERENCIA ***"
           ELSE
               DISPLAY "  OK"
           END-IF
       END-IF.
       ADD 1 TO INDICE-ARCHIVO.

      *Con diferencias la conversion queda rechazada y no se instala.
      *Sin diferencias queda verificada y, si el supervisor confirma,
      *se instala
       CERRAR-CONVERSION.
       MOVE SPACE TO CONVERSIONES-REGISTERS.
       MOVE FECHA-DE-HOY TO CONVERSIONES-FECHA.
       MOVE HORA-ACTUAL (1:6) TO CONVERSIONES-HORA.
       MOVE OPERADOR-ACTUAL TO CONVERSIONES-OPERADOR.
       MOVE ARCHIVOS-CONVERTIDOS TO CONVERSIONES-ARCHIVOS.
       MOVE REGISTROS-CONVERTIDOS TO CONVERSIONES-REGISTROS.
       MOVE DIFERENCIAS TO CONVERSIONES-DIFERENCIAS.
       MOVE ZERO TO CONVERSIONES-INSTALADOS.
       IF  DIFERENCIAS > ZERO
           MOVE "R" TO CONVERSIONES-ESTADO
           PERFORM GRABAR-CONVERSION
           DISPLAY "CONVERSION RECHAZADA: los controles no coinciden."
           DISPLAY "Los archivos originales no se modificaron."
       ELSE
           MOVE "V" TO CONVERSIONES-ESTADO
           PERFORM GRABAR-CONVERSION
           DISPLAY "Conversion verificada: todos los controles "
               "coinciden."
           DISPLAY "Instalar ahora los archivos convertidos? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM INSTALAR-CONVERSION
           ELSE
               DISPLAY "No se instalo. Los convertidos quedan en la "
                   "carpeta convertido."
           END-IF
       END-IF.

       GRABAR-CONVERSION.
       WRITE CONVERSIONES-REGISTERS
           INVALID KEY
               DISPLAY "Error al grabar conversiones.dat, codigo "
                   WS-CONVERSIONES-STATUS
       END-WRITE.

      *Aparta cada original en la carpeta preconversion y pone en su
      *lugar el convertido. Ante el primer error se detiene y la
      *corrida queda marcada E para revisar a mano
       INSTALAR-CONVERSION.
       MOVE "N" TO INSTALACION-CON-ERROR.
       MOVE ZERO TO ARCHIVOS-INSTALADOS.
       MOVE 1 TO INDICE-ARCHIVO.
       PERFORM INSTALAR-ARCHIVO
       UNTIL INDICE-ARCHIVO > 18 OR INSTALACION-CON-ERROR = "S".
       MOVE ZERO TO CONTADOR-DIAS.
       PERFORM INSTALAR-RESGUARDOS-DEL-DIA
       UNTIL CONTADOR-DIAS > 730 OR INSTALACION-CON-ERROR = "S".
       MOVE ARCHIVOS-INSTALADOS TO CONVERSIONES-INSTALADOS.
       IF  INSTALACION-CON-ERROR = "S"
           MOVE "E" TO CONVERSIONES-ESTADO
           DISPLAY "LA INSTALACION QUEDO INCOMPLETA. Los originales "
               "apartados estan en la carpeta preconversion."
       ELSE
           MOVE "I" TO CONVERSIONES-ESTADO
           MOVE ARCHIVOS-INSTALADOS TO CONTADOR-EDITADO
           DISPLAY "Conversion instalada. Archivos reemplazados: "
               CONTADOR-EDITADO
           DISPLAY "Los originales quedan en la carpeta "
               "preconversion."
       END-IF.
       REWRITE CONVERSIONES-REGISTERS
           INVALID KEY
               DISPLAY "Error al grabar conversiones.dat, codigo "
                   WS-CONVERSIONES-STATUS
       END-REWRITE.

       INSTALAR-ARCHIVO.
       IF  ESTADO-ARCHIVO (INDICE-ARCHIVO) = "S"
           MOVE SPACE TO RUTA-VIGENTE
           STRING "C:\Desarrollos\Record_System\" DELIMITED BY SIZE
               NOMBRE-ARCHIVO (INDICE-ARCHIVO) DELIMITED BY SPACE
               INTO RUTA-VIGENTE
           MOVE SPACE TO RUTA-RESGUARDADA
           STRING "C:\Desarrollos\Record_System\preconversion\"
               DELIMITED BY SIZE
               NOMBRE-ARCHIVO (INDICE-ARCHIVO) DELIMITED BY SPACE
               INTO RUTA-RESGUARDADA
           MOVE SPACE TO RUTA-CONVERTIDA
           STRING "C:\Desarrollos\Record_System\convertido\"
               DELIMITED BY SIZE
               NOMBRE-ARCHIVO (INDICE-ARCHIVO) DELIMITED BY SPACE
               INTO RUTA-CONVERTIDA
           PERFORM REEMPLAZAR-ARCHIVO
       END-IF.
       ADD 1 TO INDICE-ARCHIVO.

       INSTALAR-RESGUARDOS-DEL-DIA.
       PERFORM ARMAR-RUTAS-RESGUARDO.
       IF  INSTALACION-CON-ERROR = "N"
           PERFORM INSTALAR-RESGUARDO-CLIENTES
       END-IF.
       IF  INSTALACION-CON-ERROR = "N"
           PERFORM INSTALAR-RESGUARDO-EQUIPOS
       END-IF.
       IF  INSTALACION-CON-ERROR = "N"
           PERFORM INSTALAR-RESGUARDO-PRESUPUESTOS
       END-IF.
       IF  INSTALACION-CON-ERROR = "N"
           PERFORM INSTALAR-RESGUARDO-PAGOS
       END-IF.
       ADD 1 TO CONTADOR-DIAS.

       INSTALAR-RESGUARDO-CLIENTES.
       OPEN INPUT ORIGINAL-CUSTOMERS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-CUSTOMERS-BACKUP
           MOVE WS-CUSTOMERS-BACKUP-PATH TO RUTA-VIGENTE
           MOVE WS-CUSTOMERS-CONVERTIDO-PATH TO RUTA-CONVERTIDA
           MOVE SPACE TO RUTA-RESGUARDADA
           STRING "C:\Desarrollos\Record_System\preconversion\archive\"
               FECHA-RESGUARDO DELIMITED BY SIZE
               "_customers.dat" DELIMITED BY SIZE
               INTO RUTA-RESGUARDADA
           PERFORM REEMPLAZAR-ARCHIVO
       END-IF.

       INSTALAR-RESGUARDO-EQUIPOS.
       OPEN INPUT ORIGINAL-EQUIPMENTS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-EQUIPMENTS-BACKUP
           MOVE WS-EQUIPMENTS-BACKUP-PATH TO RUTA-VIGENTE
           MOVE WS-EQUIPMENTS-CONVERTIDO-PATH TO RUTA-CONVERTIDA
           MOVE SPACE TO RUTA-RESGUARDADA
           STRING "C:\Desarrollos\Record_System\preconversion\archive\"
               FECHA-RESGUARDO DELIMITED BY SIZE
               "_equipments.dat" DELIMITED BY SIZE
               INTO RUTA-RESGUARDADA
           PERFORM REEMPLAZAR-ARCHIVO
       END-IF.

       INSTALAR-RESGUARDO-PRESUPUESTOS.
       OPEN INPUT ORIGINAL-BUDGETS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-BUDGETS-BACKUP
           MOVE WS-BUDGETS-BACKUP-PATH TO RUTA-VIGENTE
           MOVE WS-BUDGETS-CONVERTIDO-PATH TO RUTA-CONVERTIDA
           MOVE SPACE TO RUTA-RESGUARDADA
           STRING "C:\Desarrollos\Record_System\preconversion\archive\"
               FECHA-RESGUARDO DELIMITED BY SIZE
               "_budgets.dat" DELIMITED BY SIZE
               INTO RUTA-RESGUARDADA
           PERFORM REEMPLAZAR-ARCHIVO
       END-IF.

       INSTALAR-RESGUARDO-PAGOS.
       OPEN INPUT ORIGINAL-PAYMENTS-BACKUP.
       IF  WS-ORIGINAL-STATUS = "00"
           CLOSE ORIGINAL-PAYMENTS-BACKUP
           MOVE WS-PAYMENTS-BACKUP-PATH TO RUTA-VIGENTE
           MOVE WS-PAYMENTS-CONVERTIDO-PATH TO RUTA-CONVERTIDA
           MOVE SPACE TO RUTA-RESGUARDADA
           STRING "C:\Desarrollos\Record_System\preconversion\archive\"
               FECHA-RESGUARDO DELIMITED BY SIZE
               "_payments.dat" DELIMITED BY SIZE
               INTO RUTA-RESGUARDADA
           PERFORM REEMPLAZAR-ARCHIVO
       END-IF.

      *El cambio usa la rutina CBL_RENAME_FILE: primero aparta el
      *original y despues mueve el convertido a su lugar
       REEMPLAZAR-ARCHIVO.
       CALL "CBL_RENAME_FILE" USING RUTA-VIGENTE RUTA-RESGUARDADA.
       IF  RETURN-CODE NOT = ZERO
           MOVE "S" TO INSTALACION-CON-ERROR
           DISPLAY "No se pudo apartar " RUTA-VIGENTE
       ELSE
           CALL "CBL_RENAME_FILE" USING RUTA-CONVERTIDA RUTA-VIGENTE
           IF  RETURN-CODE NOT = ZERO
               MOVE "S" TO INSTALACION-CON-ERROR
               DISPLAY "No se pudo instalar " RUTA-CONVERTIDA
           ELSE
               ADD 1 TO ARCHIVOS-INSTALADOS
           END-IF
       END-IF.
       MOVE ZERO TO RETURN-CODE.

       PASAR-CLIENTE.
       MOVE SPACE TO NUEVO-CUSTOMERS.
       MOVE VIEJO-CUSTOMERS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-CUSTOMERS-ID.
       MOVE VIEJO-CUSTOMERS-DNI TO NUEVO-CUSTOMERS-DNI.
       MOVE VIEJO-CUSTOMERS-NAME TO NUEVO-CUSTOMERS-NAME.
       MOVE VIEJO-CUSTOMERS-CELLPHONE TO NUEVO-CUSTOMERS-CELLPHONE.
       MOVE VIEJO-CUSTOMERS-EMAIL TO NUEVO-CUSTOMERS-EMAIL.
       MOVE VIEJO-CUSTOMERS-ADDRESS TO NUEVO-CUSTOMERS-ADDRESS.

       SUMAR-CLIENTE.
       MOVE NUEVO-CUSTOMERS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-EQUIPO.
       MOVE SPACE TO NUEVO-EQUIPMENTS.
       MOVE VIEJO-EQUIPMENTS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-EQUIPMENTS-ID.
       MOVE VIEJO-EQUIPMENTS-DNI TO NUEVO-EQUIPMENTS-DNI.
       MOVE VIEJO-EQUIPMENTS-TIPO TO NUEVO-EQUIPMENTS-TIPO.
       MOVE VIEJO-EQUIPMENTS-DESCRIPCION
           TO NUEVO-EQUIPMENTS-DESCRIPCION.
       MOVE VIEJO-EQUIPMENTS-CARACTERISTICAS
           TO NUEVO-EQUIPMENTS-CARACTERISTICAS.
       MOVE VIEJO-EQUIPMENTS-PROBLEMA TO NUEVO-EQUIPMENTS-PROBLEMA.
       MOVE VIEJO-EQUIPMENTS-ESTADO TO NUEVO-EQUIPMENTS-ESTADO.
       MOVE VIEJO-EQUIPMENTS-FECHA-INGRESO
           TO NUEVO-EQUIPMENTS-FECHA-INGRESO.
       MOVE VIEJO-EQUIPMENTS-FECHA-ENTREGA
           TO NUEVO-EQUIPMENTS-FECHA-ENTREGA.
       MOVE VIEJO-EQUIPMENTS-TECNICO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-EQUIPMENTS-TECNICO.
       MOVE VIEJO-EQUIPMENTS-GARANTIA TO NUEVO-EQUIPMENTS-GARANTIA.
       MOVE VIEJO-EQUIPMENTS-ORIGEN TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-EQUIPMENTS-ORIGEN.
       MOVE VIEJO-EQUIPMENTS-SIN-CARGO TO NUEVO-EQUIPMENTS-SIN-CARGO.

       SUMAR-EQUIPO.
       MOVE NUEVO-EQUIPMENTS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-EQUIPMENTS-TECNICO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-EQUIPMENTS-ORIGEN TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-PRESUPUESTO.
       MOVE SPACE TO NUEVO-BUDGETS.
       MOVE VIEJO-BUDGETS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-BUDGETS-ID.
       MOVE VIEJO-BUDGETS-DNI TO NUEVO-BUDGETS-DNI.
       MOVE VIEJO-BUDGETS-DESCRIPCION TO NUEVO-BUDGETS-DESCRIPCION.
       MOVE VIEJO-BUDGETS-FORMA_PAGO TO NUEVO-BUDGETS-FORMA_PAGO.
       MOVE VIEJO-BUDGETS-FECHA TO NUEVO-BUDGETS-FECHA.
       MOVE VIEJO-BUDGETS-PAGADO TO NUEVO-BUDGETS-PAGADO.
       IF  VIEJO-BUDGETS-IMPORTE IS NUMERIC
           MOVE VIEJO-BUDGETS-IMPORTE TO NUEVO-BUDGETS-IMPORTE
           ADD VIEJO-BUDGETS-IMPORTE TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       MOVE VIEJO-BUDGETS-EQUIPO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-BUDGETS-EQUIPO.

       SUMAR-PRESUPUESTO.
       MOVE NUEVO-BUDGETS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-BUDGETS-IMPORTE IS NUMERIC
           ADD NUEVO-BUDGETS-IMPORTE
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.
       MOVE NUEVO-BUDGETS-EQUIPO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-PAGO.
       MOVE SPACE TO NUEVO-PAYMENTS.
       MOVE VIEJO-PAYMENTS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-PAYMENTS-ID.
       MOVE VIEJO-PAYMENTS-PRESUPUESTO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-PAYMENTS-PRESUPUESTO.
       MOVE VIEJO-PAYMENTS-FECHA TO NUEVO-PAYMENTS-FECHA.
       IF  VIEJO-PAYMENTS-IMPORTE IS NUMERIC
           MOVE VIEJO-PAYMENTS-IMPORTE TO NUEVO-PAYMENTS-IMPORTE
           ADD VIEJO-PAYMENTS-IMPORTE TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       MOVE VIEJO-PAYMENTS-FORMA_PAGO TO NUEVO-PAYMENTS-FORMA_PAGO.

       SUMAR-PAGO.
       MOVE NUEVO-PAYMENTS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-PAYMENTS-PRESUPUESTO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-PAYMENTS-IMPORTE IS NUMERIC
           ADD NUEVO-PAYMENTS-IMPORTE
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-REPUESTO.
       MOVE SPACE TO NUEVO-PARTS.
       MOVE VIEJO-PARTS-CODIGO TO NUEVO-PARTS-CODIGO.
       MOVE VIEJO-PARTS-DESCRIPCION TO NUEVO-PARTS-DESCRIPCION.
       MOVE VIEJO-PARTS-STOCK TO NUEVO-PARTS-STOCK.
       MOVE VIEJO-PARTS-REPOSICION TO NUEVO-PARTS-REPOSICION.
       IF  VIEJO-PARTS-COSTO IS NUMERIC
           MOVE VIEJO-PARTS-COSTO TO NUEVO-PARTS-COSTO
           ADD VIEJO-PARTS-COSTO TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
      *Sin categoria el margen es cero y el precio de venta es el
      *costo, como lo calcula el sistema
       IF  VIEJO-PARTS-COSTO IS NUMERIC
           MOVE VIEJO-PARTS-COSTO TO NUEVO-PARTS-PRECIO-VENTA
       END-IF.

       SUMAR-REPUESTO.
       IF  NUEVO-PARTS-COSTO IS NUMERIC
           ADD NUEVO-PARTS-COSTO TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-AVISO.
       MOVE SPACE TO NUEVO-AVISOS.
       MOVE VIEJO-AVISOS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-AVISOS-ID.
       MOVE VIEJO-AVISOS-EQUIPO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-AVISOS-EQUIPO.
       MOVE VIEJO-AVISOS-DNI TO NUEVO-AVISOS-DNI.
       MOVE VIEJO-AVISOS-NOMBRE TO NUEVO-AVISOS-NOMBRE.
       MOVE VIEJO-AVISOS-TELEFONO TO NUEVO-AVISOS-TELEFONO.
       MOVE VIEJO-AVISOS-EMAIL TO NUEVO-AVISOS-EMAIL.
       MOVE VIEJO-AVISOS-TIPO-EQUIPO TO NUEVO-AVISOS-TIPO-EQUIPO.
       IF  VIEJO-AVISOS-SALDO IS NUMERIC
           MOVE VIEJO-AVISOS-SALDO TO NUEVO-AVISOS-SALDO
           ADD VIEJO-AVISOS-SALDO TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       MOVE VIEJO-AVISOS-ESTADO TO NUEVO-AVISOS-ESTADO.
       MOVE VIEJO-AVISOS-FECHA-ALTA TO NUEVO-AVISOS-FECHA-ALTA.
       MOVE VIEJO-AVISOS-FECHA-CONTACTO TO NUEVO-AVISOS-FECHA-CONTACTO.

       SUMAR-AVISO.
       MOVE NUEVO-AVISOS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-AVISOS-EQUIPO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-AVISOS-SALDO IS NUMERIC
           ADD NUEVO-AVISOS-SALDO TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-RECIBO.
       MOVE SPACE TO NUEVO-RECEIPTS.
       MOVE VIEJO-RECEIPTS-NUMERO TO NUEVO-RECEIPTS-NUMERO.
       MOVE VIEJO-RECEIPTS-PAGO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-RECEIPTS-PAGO.
       MOVE VIEJO-RECEIPTS-PRESUPUESTO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-RECEIPTS-PRESUPUESTO.
       MOVE VIEJO-RECEIPTS-DNI TO NUEVO-RECEIPTS-DNI.
       MOVE VIEJO-RECEIPTS-CLIENTE TO NUEVO-RECEIPTS-CLIENTE.
       MOVE VIEJO-RECEIPTS-FECHA TO NUEVO-RECEIPTS-FECHA.
       IF  VIEJO-RECEIPTS-IMPORTE IS NUMERIC
           MOVE VIEJO-RECEIPTS-IMPORTE TO NUEVO-RECEIPTS-IMPORTE
           ADD VIEJO-RECEIPTS-IMPORTE TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       MOVE VIEJO-RECEIPTS-FORMA_PAGO TO NUEVO-RECEIPTS-FORMA_PAGO.
       IF  VIEJO-RECEIPTS-SALDO IS NUMERIC
           MOVE VIEJO-RECEIPTS-SALDO TO NUEVO-RECEIPTS-SALDO
           ADD VIEJO-RECEIPTS-SALDO TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.

       SUMAR-RECIBO.
       MOVE NUEVO-RECEIPTS-PAGO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-RECEIPTS-PRESUPUESTO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-RECEIPTS-IMPORTE IS NUMERIC
           ADD NUEVO-RECEIPTS-IMPORTE
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.
       IF  NUEVO-RECEIPTS-SALDO IS NUMERIC
           ADD NUEVO-RECEIPTS-SALDO TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-DETALLE.
       MOVE SPACE TO NUEVO-DETALLES.
       MOVE VIEJO-DETALLES-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-DETALLES-ID.
       MOVE VIEJO-DETALLES-PRESUPUESTO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-DETALLES-PRESUPUESTO.
       MOVE VIEJO-DETALLES-TIPO TO NUEVO-DETALLES-TIPO.
       MOVE VIEJO-DETALLES-CODIGO TO NUEVO-DETALLES-CODIGO.
       MOVE VIEJO-DETALLES-DESCRIPCION TO NUEVO-DETALLES-DESCRIPCION.
       MOVE VIEJO-DETALLES-CANTIDAD TO NUEVO-DETALLES-CANTIDAD.
       IF  VIEJO-DETALLES-PRECIO IS NUMERIC
           MOVE VIEJO-DETALLES-PRECIO TO NUEVO-DETALLES-PRECIO
           ADD VIEJO-DETALLES-PRECIO TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       IF  VIEJO-DETALLES-IMPORTE IS NUMERIC
           MOVE VIEJO-DETALLES-IMPORTE TO NUEVO-DETALLES-IMPORTE
           ADD VIEJO-DETALLES-IMPORTE TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.

       SUMAR-DETALLE.
       MOVE NUEVO-DETALLES-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-DETALLES-PRESUPUESTO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-DETALLES-PRECIO IS NUMERIC
           ADD NUEVO-DETALLES-PRECIO
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.
       IF  NUEVO-DETALLES-IMPORTE IS NUMERIC
           ADD NUEVO-DETALLES-IMPORTE
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-TECNICO.
       MOVE SPACE TO NUEVO-TECHNICIANS.
       MOVE VIEJO-TECHNICIANS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-TECHNICIANS-ID.
       MOVE VIEJO-TECHNICIANS-NOMBRE TO NUEVO-TECHNICIANS-NOMBRE.
       MOVE VIEJO-TECHNICIANS-TELEFONO TO NUEVO-TECHNICIANS-TELEFONO.
       MOVE ZERO TO NUEVO-TECHNICIANS-COMISION.

       SUMAR-TECNICO.
       MOVE NUEVO-TECHNICIANS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-CONSUMO.
       MOVE SPACE TO NUEVO-CONSUMOS.
       MOVE VIEJO-CONSUMOS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-CONSUMOS-ID.
       MOVE VIEJO-CONSUMOS-CODIGO TO NUEVO-CONSUMOS-CODIGO.
       MOVE VIEJO-CONSUMOS-PRESUPUESTO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-CONSUMOS-PRESUPUESTO.
       MOVE VIEJO-CONSUMOS-EQUIPO TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-CONSUMOS-EQUIPO.
       MOVE VIEJO-CONSUMOS-CANTIDAD TO NUEVO-CONSUMOS-CANTIDAD.
       MOVE VIEJO-CONSUMOS-FECHA TO NUEVO-CONSUMOS-FECHA.

       SUMAR-CONSUMO.
       MOVE NUEVO-CONSUMOS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-CONSUMOS-PRESUPUESTO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-CONSUMOS-EQUIPO TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-PROVEEDOR.
       MOVE SPACE TO NUEVO-SUPPLIERS.
       MOVE VIEJO-SUPPLIERS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-SUPPLIERS-ID.
       MOVE VIEJO-SUPPLIERS-NOMBRE TO NUEVO-SUPPLIERS-NOMBRE.
       MOVE VIEJO-SUPPLIERS-TELEFONO TO NUEVO-SUPPLIERS-TELEFONO.
       MOVE VIEJO-SUPPLIERS-EMAIL TO NUEVO-SUPPLIERS-EMAIL.

       SUMAR-PROVEEDOR.
       MOVE NUEVO-SUPPLIERS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-SUMINISTRO.
       MOVE SPACE TO NUEVO-SUMINISTROS.
       MOVE VIEJO-SUMINISTROS-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-SUMINISTROS-ID.
       MOVE VIEJO-SUMINISTROS-PROVEEDOR TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-SUMINISTROS-PROVEEDOR.
       MOVE VIEJO-SUMINISTROS-CODIGO TO NUEVO-SUMINISTROS-CODIGO.
       IF  VIEJO-SUMINISTROS-COSTO IS NUMERIC
           MOVE VIEJO-SUMINISTROS-COSTO TO NUEVO-SUMINISTROS-COSTO
           ADD VIEJO-SUMINISTROS-COSTO
               TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.

       SUMAR-SUMINISTRO.
       MOVE NUEVO-SUMINISTROS-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       MOVE NUEVO-SUMINISTROS-PROVEEDOR TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-SUMINISTROS-COSTO IS NUMERIC
           ADD NUEVO-SUMINISTROS-COSTO
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-ORDEN.
       MOVE SPACE TO NUEVO-ORDENES.
       MOVE VIEJO-ORDENES-NUMERO TO NUEVO-ORDENES-NUMERO.
       MOVE VIEJO-ORDENES-PROVEEDOR TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-ORDENES-PROVEEDOR.
       MOVE VIEJO-ORDENES-FECHA TO NUEVO-ORDENES-FECHA.
       MOVE VIEJO-ORDENES-ESTADO TO NUEVO-ORDENES-ESTADO.

       SUMAR-ORDEN.
       MOVE NUEVO-ORDENES-PROVEEDOR TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.

       PASAR-RENGLON-ORDEN.
       MOVE SPACE TO NUEVO-ORDLIN.
       MOVE VIEJO-ORDLIN-ID TO ID-ANTERIOR.
       PERFORM AMPLIAR-ID.
       MOVE ID-AMPLIADO TO NUEVO-ORDLIN-ID.
       MOVE VIEJO-ORDLIN-ORDEN TO NUEVO-ORDLIN-ORDEN.
       MOVE VIEJO-ORDLIN-CODIGO TO NUEVO-ORDLIN-CODIGO.
       MOVE VIEJO-ORDLIN-PEDIDA TO NUEVO-ORDLIN-PEDIDA.
       MOVE VIEJO-ORDLIN-RECIBIDA TO NUEVO-ORDLIN-RECIBIDA.
       IF  VIEJO-ORDLIN-COSTO IS NUMERIC
           MOVE VIEJO-ORDLIN-COSTO TO NUEVO-ORDLIN-COSTO
           ADD VIEJO-ORDLIN-COSTO TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.

       SUMAR-RENGLON-ORDEN.
       MOVE NUEVO-ORDLIN-ID TO ID-AMPLIADO.
       PERFORM SUMAR-ID-AMPLIADO.
       IF  NUEVO-ORDLIN-COSTO IS NUMERIC
           ADD NUEVO-ORDLIN-COSTO TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       PASAR-CIERRE.
       MOVE SPACE TO NUEVO-CIERRE.
       MOVE VIEJO-CIERRE-FECHA TO NUEVO-CIERRE-FECHA.
       MOVE VIEJO-CIERRE-PASO-INTEGRIDAD
           TO NUEVO-CIERRE-PASO-INTEGRIDAD.
       MOVE VIEJO-CIERRE-PASO-CAJA TO NUEVO-CIERRE-PASO-CAJA.
       MOVE VIEJO-CIERRE-PASO-TALLER TO NUEVO-CIERRE-PASO-TALLER.
       MOVE VIEJO-CIERRE-PASO-STOCK TO NUEVO-CIERRE-PASO-STOCK.
       MOVE VIEJO-CIERRE-COMPLETO TO NUEVO-CIERRE-COMPLETO.
       MOVE VIEJO-CIERRE-HUERFANOS TO NUEVO-CIERRE-HUERFANOS.
       MOVE VIEJO-CIERRE-DUPLICADOS TO NUEVO-CIERRE-DUPLICADOS.
       MOVE VIEJO-CIERRE-PAGOS TO NUEVO-CIERRE-PAGOS.
       IF  VIEJO-CIERRE-TOTAL-CAJA IS NUMERIC
           MOVE VIEJO-CIERRE-TOTAL-CAJA TO NUEVO-CIERRE-TOTAL-CAJA
           ADD VIEJO-CIERRE-TOTAL-CAJA
               TO IMPORTES-ANTES (INDICE-ARCHIVO)
       END-IF.
       MOVE VIEJO-CIERRE-EQUIPOS-TALLER TO NUEVO-CIERRE-EQUIPOS-TALLER.
       MOVE VIEJO-CIERRE-REPONER TO NUEVO-CIERRE-REPONER.
       MOVE ZERO TO NUEVO-CIERRE-ANULACIONES.
       MOVE ZERO TO NUEVO-CIERRE-TOTAL-ANULADO.
       MOVE ZERO TO NUEVO-CIERRE-VENTAS.
       MOVE ZERO TO NUEVO-CIERRE-TOTAL-VENTAS.

       SUMAR-CIERRE.
       IF  NUEVO-CIERRE-TOTAL-CAJA IS NUMERIC
           ADD NUEVO-CIERRE-TOTAL-CAJA
               TO IMPORTES-DESPUES (INDICE-ARCHIVO)
       END-IF.

       END PROGRAM CONVERSION-DATOS.

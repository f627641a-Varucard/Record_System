      *              de audit.dat anteriores al cambio son 2 bytes
      *              mas cortos y se muestran corridos en la
      *              consulta; los nuevos salen completos.
      * 15/10/2026 - Aprobacion del presupuesto por el cliente:
      *              cada presupuesto nace pendiente, con fecha de
      *              emision y dias de validez, y se registra la
      *              respuesta (aceptado o rechazado) con su fecha
      *              y el medio por el que contesto. Los pendientes
      *              que pasan la validez se marcan vencidos al
      *              iniciar la sesion. El equipo no pasa a
      *              reparacion sin un presupuesto aceptado, salvo
      *              los reingresos sin cargo; el rechazo deja el
      *              equipo para devolver sin reparar y encola el
      *              aviso de retiro. Los presupuestos rechazados o
      *              vencidos no suman al saldo del equipo. La lista
      *              diaria de presupuestos en espera del cliente se
      *              imprime con el programa REPORTE-COTIZACIONES.
      *              El registro de presupuestos crece.
      * 15/10/2026 - Anulacion de pagos con nota de credito, solo
      *              para supervisor: graba un movimiento negativo
      *              contra el pago original, que queda marcado como
      *              anulado, recalcula la marca de pagado del
      *              presupuesto y emite una nota de credito numerada
      *              (notascred.dat) que referencia el recibo del
      *              pago, con el motivo. La reimpresion del recibo
      *              avisa si fue anulado. El registro de pagos
      *              crece.
      * 15/10/2026 - Kardex de repuestos en movstock.dat: cada alta,
      *              consumo, recepcion de compra y ajuste deja un
      *              movimiento con el saldo resultante; el kardex se
      *              abre con el stock existente. Ajuste manual de
      *              stock para supervisor en el menu de repuestos.
      *              Recuento fisico con CONTEO-STOCK y kardex e
      *              inventario valorizado con REPORTE-KARDEX.
      * 15/10/2026 - Porcentaje de comision sobre la mano de obra en el
      *              registro de tecnicos: se pide en el alta y el
      *              supervisor lo cambia desde el menu de tecnicos. El
      *              registro crece. La liquidacion se hace con
      *              LIQUIDACION-COMISIONES.
      * 15/10/2026 - Condicion frente al IVA y CUIT del cliente, que
      *              agrandan el registro de clientes. Facturacion A, B
      *              y C de presupuestos entregados con numeracion por
      *              letra y punto de venta en facturas.dat, opcion 16
      *              del menu principal.
      * 15/10/2026 - Lista de precios de servicios por tipo de equipo
      *              para las lineas de mano de obra y precio de venta
      *              de los repuestos (costo mas el margen de su
      *              categoria) para las lineas de repuesto. El archivo
      *              de repuestos crece.
      * 15/10/2026 - Venta de mostrador de repuestos y accesorios
      *              (opcion 17 del menu, Salir pasa a 18): cliente
      *              opcional, renglones con el precio de venta, cobro
      *              como pago de tipo V con recibo numerado, renglones
      *              en ventas.dat, descuento de stock con movimiento V
      *              en el kardex. El recibo de una venta lista sus
      *              renglones y los cobros de ventas no se anulan como
      *              pagos de presupuesto.
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS. El importe en
      *              letras del recibo llega a los millones.
      * 15/10/2026 - Cada venta de mostrador se factura al confirmarla,
      *              con la misma numeracion por letra que los
      *              presupuestos y la letra segun la condicion del
      *              cliente (consumidor final si no se indica
      *              cliente); la factura queda en facturas.dat con el
      *              numero del recibo de la venta y entra al Libro IVA
      *              Ventas como las demas. No se factura un
      *              presupuesto cuyo total da cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Record_System.
       RECORD KEY IS RECEIPTS-NUMERO
       FILE STATUS IS WS-RECEIPTS-STATUS.

      *Archivo fisico de Notas de credito
       SELECT OPTIONAL NOTAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\notascred.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NOTAS-NUMERO
       ALTERNATE RECORD KEY IS NOTAS-RECIBO WITH DUPLICATES
       FILE STATUS IS WS-NOTAS-STATUS.

      *Archivo fisico de Categorias de repuestos y servicios, con el
      *margen sobre el costo
       SELECT OPTIONAL CATEGORIAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\categorias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CATEGORIAS-CODIGO
       FILE STATUS IS WS-CATEGORIAS-STATUS.

      *Archivo fisico de la Lista de precios de servicios, clave
      *codigo de servicio y tipo de equipo
       SELECT OPTIONAL SERVICIOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\servicios.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SERVICIOS-CLAVE
       FILE STATUS IS WS-SERVICIOS-STATUS.

      *Archivo fisico de Facturas, clave letra, punto de venta y
      *numero
       SELECT OPTIONAL FACTURAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\facturas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FACTURAS-CLAVE
       ALTERNATE RECORD KEY IS FACTURAS-PRESUPUESTO WITH DUPLICATES
       FILE STATUS IS WS-FACTURAS-STATUS.

      *Archivo fisico de Movimientos de stock (kardex)
       SELECT OPTIONAL MOVSTOCK-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\movstock.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MOVSTOCK-ID
       ALTERNATE RECORD KEY IS MOVSTOCK-CODIGO WITH DUPLICATES
       FILE STATUS IS WS-MOVSTOCK-STATUS.

      *Archivo fisico de Lineas de las ventas de mostrador, clave
      *numero de recibo y renglon
       SELECT OPTIONAL VENTAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\ventas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VENTAS-CLAVE
       ALTERNATE RECORD KEY IS VENTAS-CODIGO WITH DUPLICATES
       FILE STATUS IS WS-VENTAS-STATUS.

      *Pista de auditoria de altas, modificaciones y bajas
       SELECT OPTIONAL AUDIT-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\audit.dat"
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

      *Archivo logico de Presupuestos. La aprobacion es P pendiente
      *de respuesta del cliente, A aceptado, R rechazado o V vencido
      *sin respuesta; en blanco en los registros anteriores, que se
      *toman como pendientes
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

      *Archivo logico de Pagos. El tipo es P pago (en blanco en los
      *registros anteriores), R anulacion de un pago, con el
      *importe en negativo, o V cobro de una venta de mostrador,
      *sin presupuesto. En la anulacion la referencia es el
      *pago que anula; en el pago anulado, el movimiento que lo
      *anulo.
       FD PAYMENTS-FILE.
           01 PAYMENTS-REGISTERS.
               05 PAYMENTS-ID PIC X(6).
               05 PAYMENTS-PRESUPUESTO PIC X(6).
               05 PAYMENTS-FECHA PIC X(8).
               05 PAYMENTS-IMPORTE PIC S9(7)V99.
               05 PAYMENTS-FORMA_PAGO PIC X(15).
               05 PAYMENTS-TIPO PIC X(1).
               05 PAYMENTS-REFERENCIA PIC X(6).

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

      *Archivo logico de Repuestos
       FD PARTS-FILE.
               05 PARTS-DESCRIPCION PIC X(40).
               05 PARTS-STOCK PIC 9(5).
               05 PARTS-REPOSICION PIC 9(5).
               05 PARTS-COSTO PIC 9(7)V99.
               05 PARTS-CATEGORIA PIC X(4).
               05 PARTS-PRECIO-VENTA PIC 9(7)V99.

      *Archivo logico de Consumos: cada repuesto usado queda
      *asentado contra un presupuesto o un equipo
       FD CONSUMOS-FILE.
           01 CONSUMOS-REGISTERS.
               05 CONSUMOS-ID PIC X(6).
               05 CONSUMOS-CODIGO PIC X(8).
               05 CONSUMOS-PRESUPUESTO PIC X(6).
               05 CONSUMOS-EQUIPO PIC X(6).
               05 CONSUMOS-CANTIDAD PIC 9(5).
               05 CONSUMOS-FECHA PIC X(8).

      *de aviso o N notificado, con la fecha en que se contacto
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
      *Archivo logico de Proveedores
       FD SUPPLIERS-FILE.
           01 SUPPLIERS-REGISTERS.
               05 SUPPLIERS-ID PIC X(6).
               05 SUPPLIERS-NOMBRE PIC X(25).
               05 SUPPLIERS-TELEFONO PIC X(11).
               05 SUPPLIERS-EMAIL PIC X(50).
      *con el proveedor que lo provee y su costo
       FD SUMINISTROS-FILE.
           01 SUMINISTROS-REGISTERS.
               05 SUMINISTROS-ID PIC X(6).
               05 SUMINISTROS-PROVEEDOR PIC X(6).
               05 SUMINISTROS-CODIGO PIC X(8).
               05 SUMINISTROS-COSTO PIC 9(7)V99.

      *Archivo logico de Ordenes de compra. El estado es E emitida,
      *P recibida parcial, R recibida
       FD ORDENES-FILE.
           01 ORDENES-REGISTERS.
               05 ORDENES-NUMERO PIC X(6).
               05 ORDENES-PROVEEDOR PIC X(6).
               05 ORDENES-FECHA PIC X(8).
               05 ORDENES-ESTADO PIC X(1).

      *Archivo logico de Lineas de las ordenes de compra
       FD ORDLIN-FILE.
           01 ORDLIN-REGISTERS.
               05 ORDLIN-ID PIC X(6).
               05 ORDLIN-ORDEN PIC X(6).
               05 ORDLIN-CODIGO PIC X(8).
               05 ORDLIN-PEDIDA PIC 9(5).
               05 ORDLIN-RECIBIDA PIC 9(5).
               05 ORDLIN-COSTO PIC 9(7)V99.

      *Archivo logico de Detalles de presupuesto: cada linea es un
      *trabajo de mano de obra (M) o un repuesto cotizado (R), y el
      *importe del presupuesto es la suma de sus lineas
       FD DETALLES-FILE.
           01 DETALLES-REGISTERS.
               05 DETALLES-ID PIC X(6).
               05 DETALLES-PRESUPUESTO PIC X(6).
               05 DETALLES-TIPO PIC X(1).
               05 DETALLES-CODIGO PIC X(8).
               05 DETALLES-DESCRIPCION PIC X(40).
               05 DETALLES-CANTIDAD PIC 9(5).
               05 DETALLES-PRECIO PIC 9(7)V99.
               05 DETALLES-IMPORTE PIC 9(7)V99.

      *Archivo logico de Recibos de pago. La numeracion del recibo
      *es un consecutivo propio, independiente del ID del pago. El
      *recibo de una venta de mostrador no tiene presupuesto.
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

      *Archivo logico de Notas de credito. Cada nota anula un pago:
      *referencia el pago original, el movimiento negativo que lo
      *anula y el recibo que se habia emitido por el. El numero es
      *un consecutivo propio, como el del recibo.
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

      *Archivo logico de Facturas. La letra sale de la condicion
      *frente al IVA del taller y del cliente; el neto y el IVA se
      *discriminan desde las lineas del presupuesto. La factura de
      *una venta de mostrador no lleva presupuesto sino el recibo de
      *la venta
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

      *Archivo logico de Categorias. El margen es el porcentaje que
      *se suma al costo del repuesto para el precio de venta
       FD CATEGORIAS-FILE.
           01 CATEGORIAS-REGISTERS.
               05 CATEGORIAS-CODIGO PIC X(4).
               05 CATEGORIAS-DESCRIPCION PIC X(25).
               05 CATEGORIAS-MARGEN PIC 9(3)V99.

      *Archivo logico de Servicios. Cada servicio tiene un precio por
      *tipo de equipo; el tipo en blanco es el precio general, que
      *rige para los tipos que no tienen uno propio
       FD SERVICIOS-FILE.
           01 SERVICIOS-REGISTERS.
               05 SERVICIOS-CLAVE.
                   10 SERVICIOS-CODIGO PIC X(4).
                   10 SERVICIOS-TIPO-EQUIPO PIC X(10).
               05 SERVICIOS-DESCRIPCION PIC X(40).
               05 SERVICIOS-CATEGORIA PIC X(4).
               05 SERVICIOS-PRECIO PIC 9(7)V99.

      *Archivo logico de Movimientos de stock (kardex). Cada cambio
      *del stock de un repuesto deja un movimiento con lo que entra
      *o sale, el saldo que queda, el costo unitario del momento y
      *el documento que lo origino. El tipo es I stock inicial,
      *C consumo, R recepcion de compra, J ajuste manual, F ajuste
      *por conteo fisico y V venta de mostrador.
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

      *Archivo logico de Ventas de mostrador: cada linea es un
      *repuesto vendido sin equipo ni presupuesto, bajo el numero
      *del recibo con que se cobro la venta
       FD VENTAS-FILE.
           01 VENTAS-REGISTERS.
               05 VENTAS-CLAVE.
                   10 VENTAS-RECIBO PIC X(6).
                   10 VENTAS-RENGLON PIC 9(2).
               05 VENTAS-FECHA PIC X(8).
               05 VENTAS-CODIGO PIC X(8).
               05 VENTAS-DESCRIPCION PIC X(40).
               05 VENTAS-CANTIDAD PIC 9(5).
               05 VENTAS-PRECIO PIC 9(7)V99.
               05 VENTAS-IMPORTE PIC 9(7)V99.

      *Archivo logico de Operadores. El rol es S supervisor o
      *M mostrador
               05 AUDIT-OPERADOR PIC X(10).
               05 AUDIT-TIPO PIC X(1).
               05 AUDIT-OPERACION PIC X(1).
               05 AUDIT-CLAVE PIC X(6).
               05 AUDIT-DNI PIC X(8).
               05 AUDIT-ANTES PIC X(357).
               05 AUDIT-DESPUES PIC X(357).

      *Archivos logicos de resguardo, mismo formato que los fisicos
       FD CUSTOMERS-BACKUP-FILE.
           01 CUSTOMERS-BACKUP-REGISTRO.
               05 CUSTOMERS-BACKUP-ID PIC X(6).
               05 CUSTOMERS-BACKUP-DNI PIC X(8).
               05 CUSTOMERS-BACKUP-NAME PIC X(25).
               05 CUSTOMERS-BACKUP-CELLPHONE PIC X(11).
               05 CUSTOMERS-BACKUP-EMAIL PIC X(50).
               05 CUSTOMERS-BACKUP-ADDRESS PIC X(35).
               05 CUSTOMERS-BACKUP-CONDICION-IVA PIC X(2).
               05 CUSTOMERS-BACKUP-CUIT PIC X(11).

       FD EQUIPMENTS-BACKUP-FILE.
           01 EQUIPMENTS-BACKUP-REGISTRO.
               05 EQUIPMENTS-BACKUP-ID PIC X(6).
               05 EQUIPMENTS-BACKUP-DNI PIC X(8).
               05 EQUIPMENTS-BACKUP-TIPO PIC X(10).
               05 EQUIPMENTS-BACKUP-DESCRIPCION PIC X(100).
               05 EQUIPMENTS-BACKUP-ESTADO PIC X(1).
               05 EQUIPMENTS-BACKUP-FECHA-INGRESO PIC X(8).
               05 EQUIPMENTS-BACKUP-FECHA-ENTREGA PIC X(8).
               05 EQUIPMENTS-BACKUP-TECNICO PIC X(6).
               05 EQUIPMENTS-BACKUP-GARANTIA PIC 9(3).
               05 EQUIPMENTS-BACKUP-ORIGEN PIC X(6).
               05 EQUIPMENTS-BACKUP-SIN-CARGO PIC X(1).

       FD BUDGETS-BACKUP-FILE.
           01 BUDGETS-BACKUP-REGISTRO.
               05 BUDGETS-BACKUP-ID PIC X(6).
               05 BUDGETS-BACKUP-DNI PIC X(8).
               05 BUDGETS-BACKUP-DESCRIPCION PIC X(100).
               05 BUDGETS-BACKUP-FORMA_PAGO PIC X(15).
               05 BUDGETS-BACKUP-FECHA PIC X(10).
               05 BUDGETS-BACKUP-PAGADO PIC X(1).
               05 BUDGETS-BACKUP-IMPORTE PIC 9(7)V99.
               05 BUDGETS-BACKUP-EQUIPO PIC X(6).
               05 BUDGETS-BACKUP-APROBACION PIC X(1).
               05 BUDGETS-BACKUP-FECHA-EMISION PIC X(8).
               05 BUDGETS-BACKUP-VALIDEZ PIC 9(3).
               05 BUDGETS-BACKUP-FECHA-RESPUESTA PIC X(8).
               05 BUDGETS-BACKUP-MEDIO-RESPUESTA PIC X(15).

       FD PAYMENTS-BACKUP-FILE.
           01 PAYMENTS-BACKUP-REGISTRO.
               05 PAYMENTS-BACKUP-ID PIC X(6).
               05 PAYMENTS-BACKUP-PRESUPUESTO PIC X(6).
               05 PAYMENTS-BACKUP-FECHA PIC X(8).
               05 PAYMENTS-BACKUP-IMPORTE PIC S9(7)V99.
               05 PAYMENTS-BACKUP-FORMA_PAGO PIC X(15).
               05 PAYMENTS-BACKUP-TIPO PIC X(1).
               05 PAYMENTS-BACKUP-REFERENCIA PIC X(6).

       WORKING-STORAGE SECTION.

       01  FECHA PIC X(37)
           VALUE "Introduzca la fecha del presupuesto: ".
       01  EQUIPO-DEL-TRABAJO PIC X(42)
           VALUE "Introduzca el ID del equipo (6 digitos): ".

       01  SI-NO PIC X.
       01  ENTRADA PIC X.
       01  WS-ORDLIN-STATUS PIC X(2).
       01  WS-AVISOS-STATUS PIC X(2).
       01  WS-CONTROL-STATUS PIC X(2).
       01  WS-NOTAS-STATUS PIC X(2).
       01  WS-MOVSTOCK-STATUS PIC X(2).
       01  WS-FACTURAS-STATUS PIC X(2).
       01  WS-CATEGORIAS-STATUS PIC X(2).
       01  WS-SERVICIOS-STATUS PIC X(2).
       01  WS-VENTAS-STATUS PIC X(2).

      *Contadores para la numeracion automatica de ID
       01  CUSTOMERS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  EQUIPMENTS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  BUDGETS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  PAYMENTS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  CONSUMOS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  TECHNICIANS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  ID-NUMERICO PIC 9(6) VALUE ZERO.
       01  RECEIPTS-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01  NUMERO-RECIBO PIC 9(6) VALUE ZERO.
       01  DETALLES-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  SUPPLIERS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  SUMINISTROS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  ORDLIN-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  ORDENES-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01  NUMERO-ORDEN PIC 9(6) VALUE ZERO.
       01  AVISOS-ULTIMO-ID PIC 9(6) VALUE ZERO.
       01  NOTAS-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01  NUMERO-NOTA PIC 9(6) VALUE ZERO.
       01  MOVSTOCK-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01  NUMERO-MOVIMIENTO PIC 9(6) VALUE ZERO.

      *Banderas de fin de archivo para los recorridos secuenciales
       01  FIN-CLIENTES PIC X.
       01  FIN-ORDLIN PIC X.
       01  FIN-REPUESTOS PIC X.
       01  FIN-AVISOS PIC X.
       01  FIN-NOTAS PIC X.
       01  FIN-MOVSTOCK PIC X.
       01  FIN-FACTURAS PIC X.
       01  FIN-SERVICIOS PIC X.
       01  FIN-VENTAS PIC X.

      *Validacion del DNI de un cliente contra CUSTOMERS-FILE
       01  DNI-A-VALIDAR PIC X(8).
       01  OPERADOR-ACTUAL PIC X(10).
       01  TIPO-AUDITORIA PIC X(1).
       01  OPERACION-AUDITORIA PIC X(1).
       01  CLAVE-AUDITORIA PIC X(6).
       01  DNI-AUDITORIA PIC X(8).
       01  IMAGEN-ANTERIOR PIC X(357).
       01  IMAGEN-POSTERIOR PIC X(357).
       01  IMAGEN-PRESUPUESTO PIC X(357).
       01  HORA-ACTUAL PIC 9(8).

      *Alta de repuestos y registro de consumos
       01  CANTIDAD-TEXTO PIC X(6).
       01  CANTIDAD-CONSUMIDA PIC 9(5) VALUE ZERO.

      *Movimiento de stock a asentar en el kardex y ajuste manual
       01  TIPO-MOVIMIENTO PIC X(1).
       01  ENTRADA-MOVIMIENTO PIC 9(5) VALUE ZERO.
       01  SALIDA-MOVIMIENTO PIC 9(5) VALUE ZERO.
       01  DOCUMENTO-MOVIMIENTO PIC X(20).
       01  MOTIVO-AJUSTE PIC X(20).
       01  STOCK-ANTERIOR PIC 9(5) VALUE ZERO.

      *Datos fiscales del taller: condicion frente al IVA (RI o MT),
      *punto de venta y alicuota de IVA de los servicios
       01  CONDICION-EMISOR PIC X(2) VALUE "RI".
       01  PUNTO-VENTA PIC 9(4) VALUE 1.
       01  TASA-IVA PIC 9(2)V99 VALUE 21.

      *Facturacion de presupuestos entregados
       01  CONDICION-VALIDA PIC X.
       01  OPCION-FACTURACION PIC 9.
       01  FACTURA-EMITIBLE PIC X.
       01  LETRA-FACTURA PIC X(1).
       01  NUMERO-FACTURA-BUSCADO PIC X(8).
       01  FACTURAS-ULTIMO-A PIC 9(8) VALUE ZERO.
       01  FACTURAS-ULTIMO-B PIC 9(8) VALUE ZERO.
       01  FACTURAS-ULTIMO-C PIC 9(8) VALUE ZERO.
       01  NETO-FACTURA PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-FACTURA PIC 9(9)V99 VALUE ZERO.
       01  NETO-LINEA PIC 9(9)V99 VALUE ZERO.
       01  PRECIO-LINEA PIC 9(9)V99 VALUE ZERO.
       01  LINEAS-FACTURA PIC 9(3) VALUE ZERO.
       01  TEXTO-CONDICION-IVA PIC X(25).
       01  CANTIDAD-EDITADA PIC ZZZZ9.
       01  PRECIO-EDITADO PIC ZZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC ZZZZZZZZZ9.99.
       01  TASA-IVA-EDITADA PIC Z9.99.

      *Precio de venta de los repuestos y lista de servicios
       01  MARGEN-CATEGORIA PIC 9(3)V99 VALUE ZERO.
       01  CATEGORIA-VALIDA PIC X.
       01  CODIGO-SERVICIO PIC X(4).
       01  TIPO-EQUIPO-LINEA PIC X(10).
       01  SERVICIO-HALLADO PIC X.

      *Venta de mostrador: los renglones se arman en memoria y se
      *graban recien al confirmar la venta
       01  TABLA-VENTA.
           05 RENGLON-VENTA OCCURS 20 TIMES.
               10 CODIGO-RENGLON PIC X(8).
               10 DESCRIPCION-RENGLON PIC X(40).
               10 CANTIDAD-RENGLON PIC 9(5).
               10 PRECIO-RENGLON PIC 9(7)V99.
               10 IMPORTE-RENGLON PIC 9(9)V99.
       01  CANTIDAD-RENGLONES PIC 9(2) VALUE ZERO.
       01  INDICE-RENGLON PIC 9(2) VALUE ZERO.
       01  RENGLON-HALLADO PIC X.
       01  FIN-CARGA-VENTA PIC X.
       01  STOCK-SUFICIENTE PIC X.
       01  CANTIDAD-PEDIDA PIC 9(6) VALUE ZERO.
       01  TOTAL-VENTA PIC 9(9)V99 VALUE ZERO.
       01  DNI-VENTA PIC X(8).
       01  CLIENTE-VENTA PIC X(25).
       01  CONDICION-VENTA PIC X(2).
       01  CUIT-VENTA PIC X(11).
       01  FORMA-PAGO-VENTA PIC X(15).
       01  RECIBO-VENTA PIC X(6).

      *Registro de pagos y calculo del saldo del presupuesto
       01  IMPORTE-TEXTO PIC X(10).
       01  TOTAL-PAGADO PIC S9(9)V99 VALUE ZERO.
       01  SALDO-PRESUPUESTO PIC S9(9)V99 VALUE ZERO.
       01  PRESUPUESTO-DEL-PAGO PIC X(6).
       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.
       01  SALDO-EDITADO PIC -ZZZZZZZZZ9.99.

      *Carga de las lineas de detalle del presupuesto y cotejo de
      *lo cotizado contra lo consumido
       01  TIPO-LINEA PIC X.
       01  TOTAL-DETALLES PIC 9(9)V99 VALUE ZERO.
       01  LINEAS-CARGADAS PIC 9(3) VALUE ZERO.
       01  CANTIDAD-COTIZADA PIC 9(5) VALUE ZERO.
       01  CANTIDAD-USADA PIC 9(5) VALUE ZERO.
       01  CODIGO-COTEJO PIC X(8).
       01  PRESUPUESTO-COTEJO PIC X(6).
       01  CONSUMO-EN-CARGA PIC X(33).

      *Control compartido de numeracion y resguardo: cada numero

      *Cotejo contra otra terminal antes de regrabar un registro
      *del mantenimiento
       01  REGISTRO-NUEVO PIC X(357).
       01  IMAGEN-COTEJO PIC X(357).

      *Avisos de retiro: saldo de los presupuestos del equipo que
      *quedo listo y trabajo de la pantalla de pendientes
       01  EQUIPO-DEL-AVISO PIC X(6).
       01  SALDO-EQUIPO PIC S9(9)V99 VALUE ZERO.
       01  AVISOS-PENDIENTES PIC 9(4) VALUE ZERO.
       01  AVISO-BUSCADO PIC X(6).

      *Garantia de los equipos entregados y reingreso sin cargo.
      *Los dias de garantia se asientan al entregar el equipo.
       01  DIAS-DE-HOY PIC 9(7).
       01  DIAS-ENTREGA PIC 9(7).
       01  DIAS-DESDE-ENTREGA PIC 9(5) VALUE ZERO.
       01  EQUIPO-ORIGEN PIC X(6).
       01  ORIGEN-DNI PIC X(8).
       01  ORIGEN-TIPO PIC X(10).
       01  ORIGEN-DESCRIPCION PIC X(100).
       01  ORIGEN-CARACTERISTICAS PIC X(100).

      *Aprobacion del presupuesto por el cliente. Los dias de
      *validez se asientan al emitir el presupuesto; pasado ese
      *plazo sin respuesta el presupuesto queda vencido.
       01  DIAS-VALIDEZ PIC 9(3) VALUE 15.
       01  VALIDEZ-TEXTO PIC X(3).
       01  FECHA-EMISION-NUM PIC 9(8).
       01  DIAS-EMISION PIC 9(7).
       01  DIAS-RESTANTES PIC S9(5) VALUE ZERO.
       01  PRESUPUESTO-VENCIDO PIC X.
       01  PRESUPUESTO-ACEPTADO PIC X.
       01  EQUIPO-DEL-PRESUPUESTO PIC X(6).
       01  RESPUESTA-CLIENTE PIC X.
       01  TEXTO-APROBACION PIC X(10).
       01  PRESUPUESTOS-VENCIDOS PIC 9(4) VALUE ZERO.

      *Compras: generacion de ordenes a partir de los repuestos en
      *nivel de reposicion y recepcion de mercaderia
       01  OPCION-COMPRAS PIC 9.
       01  PROVEEDOR-ACTUAL PIC X(6).
       01  PROVEEDOR-HALLADO PIC X.
       01  PROVEEDOR-ELEGIDO PIC X(6).
       01  COSTO-ELEGIDO PIC 9(7)V99 VALUE ZERO.
       01  FALTANTES-PROVEEDOR PIC 9(3) VALUE ZERO.
       01  ORDENES-GENERADAS PIC 9(3) VALUE ZERO.
       01  CANTIDAD-A-PEDIR PIC 9(5) VALUE ZERO.
       01  ALGO-RECIBIDO PIC X.
       01  TEXTO-ESTADO-ORDEN PIC X(16).
       01  IMAGEN-ORDEN PIC X(19).
       01  COSTO-EDITADO PIC -ZZZZZZZ9.99.

      *Pago recien grabado, resguardado aparte porque el recalculo
      *del total pagado relee el archivo de pagos y pisa el area
      *del registro antes de emitir el recibo
       01  PAGO-EMITIDO.
           05 PAGO-EMITIDO-ID PIC X(6).
           05 PAGO-EMITIDO-PRESUPUESTO PIC X(6).
           05 PAGO-EMITIDO-FECHA PIC X(8).
           05 PAGO-EMITIDO-IMPORTE PIC S9(7)V99.
           05 PAGO-EMITIDO-FORMA PIC X(15).
           05 PAGO-EMITIDO-TIPO PIC X(1).
           05 PAGO-EMITIDO-REFERENCIA PIC X(6).

      *Anulacion de pagos con nota de credito. El pago original se
      *resguarda aparte por la misma razon que el pago emitido.
       01  PAGO-ANULADO.
           05 PAGO-ANULADO-ID PIC X(6).
           05 PAGO-ANULADO-PRESUPUESTO PIC X(6).
           05 PAGO-ANULADO-FECHA PIC X(8).
           05 PAGO-ANULADO-IMPORTE PIC S9(7)V99.
           05 PAGO-ANULADO-FORMA PIC X(15).
           05 PAGO-ANULADO-TIPO PIC X(1).
           05 PAGO-ANULADO-REFERENCIA PIC X(6).
       01  ANULACION-ID PIC X(6).
       01  MOTIVO-ANULACION PIC X(60).
       01  RECIBO-DEL-PAGO PIC X(6).
       01  RECIBO-HALLADO PIC X.

      *Emision y reimpresion de recibos de pago. El importe se
      *imprime tambien en letras, armado por partes de hasta tres
      *cifras (millones, miles y resto)
       01  ES-REIMPRESION PIC X.
       01  NUMERO-BUSCADO PIC X(6).
       01  IMPORTE-EN-LETRAS PIC X(120).
       01  ENTERO-RECIBO PIC 9(7) VALUE ZERO.
       01  CENTAVOS-RECIBO PIC 9(2) VALUE ZERO.
       01  MILLONES-RECIBO PIC 9 VALUE ZERO.
       01  RESTO-MILLONES PIC 9(6) VALUE ZERO.
       01  MILES-RECIBO PIC 9(3) VALUE ZERO.
       01  RESTO-RECIBO PIC 9(3) VALUE ZERO.
       01  NUMERO-PARCIAL PIC 9(3) VALUE ZERO.
       01  TEXTO-CENTENA PIC X(15).
       01  TEXTO-DECENA PIC X(45).
       01  TEXTO-UNIDAD PIC X(10).
       01  TEXTO-MILLONES PIC X(60).
       01  TEXTO-MILES PIC X(60).
       01  TEXTO-SUPERIOR PIC X(80).
       01  TEXTO-ARMADO PIC X(45).

      *Alta y asignacion de tecnicos
       01  OPCION-TECNICOS PIC 9.
       01  COMISION-EDITADA PIC Z9.99.
       01  TECNICO-VALIDO PIC X.

      *Menu principal y submenu de mantenimiento
       01  OPCION-MENU PIC 99.
       01  OPCION-MANTENIMIENTO PIC 9.
       01  OPCION-ACCION PIC 9.
       01  ID-BUSQUEDA PIC X(6).

      *Resguardo diario de los archivos
       01  WS-FECHA-ARCHIVO PIC 9(8).
       PERFORM APERTURA-CONSUMOS.
       PERFORM APERTURA-DETALLES.
       PERFORM APERTURA-RECIBOS.
       PERFORM APERTURA-NOTAS.
       PERFORM APERTURA-MOVSTOCK.
       PERFORM APERTURA-FACTURAS.
       PERFORM APERTURA-CATEGORIAS.
       PERFORM APERTURA-SERVICIOS.
       PERFORM APERTURA-VENTAS.
       PERFORM APERTURA-AVISOS.
       PERFORM APERTURA-PROVEEDORES.
       PERFORM APERTURA-SUMINISTROS.
       PERFORM APERTURA-AUDITORIA.
       PERFORM INICIALIZAR-CONTADORES.
       PERFORM INICIAR-SESION.
       PERFORM VENCER-PRESUPUESTOS.
       MOVE ZERO TO OPCION-MENU.
       PERFORM MOSTRAR-MENU
       UNTIL OPCION-MENU = 18.
       PERFORM CIERRE-CLIENTES.
       PERFORM CIERRE-EQUIPOS.
       PERFORM CIERRE-PRESUPUESTOS.
       PERFORM CIERRE-CONSUMOS.
       PERFORM CIERRE-DETALLES.
       PERFORM CIERRE-RECIBOS.
       PERFORM CIERRE-NOTAS.
       PERFORM CIERRE-MOVSTOCK.
       PERFORM CIERRE-FACTURAS.
       PERFORM CIERRE-CATEGORIAS.
       PERFORM CIERRE-SERVICIOS.
       PERFORM CIERRE-VENTAS.
       PERFORM CIERRE-AVISOS.
       PERFORM CIERRE-PROVEEDORES.
       PERFORM CIERRE-SUMINISTROS.
               WS-RECEIPTS-STATUS
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

       APERTURA-CATEGORIAS.
       OPEN I-O CATEGORIAS-FILE.
       IF WS-CATEGORIAS-STATUS = "35"
           OPEN OUTPUT CATEGORIAS-FILE
           CLOSE CATEGORIAS-FILE
           OPEN I-O CATEGORIAS-FILE
       END-IF.
       IF WS-CATEGORIAS-STATUS NOT = "00"
           DISPLAY "Error al abrir categorias.dat, codigo "
               WS-CATEGORIAS-STATUS
       END-IF.

       APERTURA-SERVICIOS.
       OPEN I-O SERVICIOS-FILE.
       IF WS-SERVICIOS-STATUS = "35"
           OPEN OUTPUT SERVICIOS-FILE
           CLOSE SERVICIOS-FILE
           OPEN I-O SERVICIOS-FILE
       END-IF.
       IF WS-SERVICIOS-STATUS NOT = "00"
           DISPLAY "Error al abrir servicios.dat, codigo "
               WS-SERVICIOS-STATUS
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

       APERTURA-VENTAS.
       OPEN I-O VENTAS-FILE.
       IF WS-VENTAS-STATUS = "35"
           OPEN OUTPUT VENTAS-FILE
           CLOSE VENTAS-FILE
           OPEN I-O VENTAS-FILE
       END-IF.
       IF WS-VENTAS-STATUS NOT = "00"
           DISPLAY "Error al abrir ventas.dat, codigo "
               WS-VENTAS-STATUS
       END-IF.

       APERTURA-AVISOS.
       OPEN I-O AVISOS-FILE.
       IF WS-AVISOS-STATUS = "35"
       CIERRE-RECIBOS.
       CLOSE RECEIPTS-FILE.

       CIERRE-NOTAS.
       CLOSE NOTAS-FILE.

       CIERRE-MOVSTOCK.
       CLOSE MOVSTOCK-FILE.

       CIERRE-FACTURAS.
       CLOSE FACTURAS-FILE.

       CIERRE-CATEGORIAS.
       CLOSE CATEGORIAS-FILE.

       CIERRE-SERVICIOS.
       CLOSE SERVICIOS-FILE.

       CIERRE-VENTAS.
       CLOSE VENTAS-FILE.

       CIERRE-AVISOS.
       CLOSE AVISOS-FILE.

       PERFORM INICIAR-CONTROL-TECNICOS.
       PERFORM INICIAR-CONTROL-DETALLES.
       PERFORM INICIAR-CONTROL-RECIBOS.
       PERFORM INICIAR-CONTROL-NOTAS.
       PERFORM INICIAR-CONTROL-MOVSTOCK.
       PERFORM INICIAR-CONTROL-FACTURAS.
       PERFORM INICIAR-CONTROL-PROVEEDORES.
       PERFORM INICIAR-CONTROL-SUMINISTROS.
       PERFORM INICIAR-CONTROL-ORDLIN.
           PERFORM GRABAR-CONTROL-INICIAL
       END-IF.

       INICIAR-CONTROL-NOTAS.
       MOVE "NOTASCRED" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           PERFORM CALCULAR-ULTIMO-NUMERO-NOTA
           MOVE NOTAS-ULTIMO-NUMERO TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
       END-IF.

      *La primera vez que corre con el kardex vacio se abre con un
      *movimiento de stock inicial por cada repuesto del maestro,
      *para que los saldos del kardex partan de las existencias
       INICIAR-CONTROL-MOVSTOCK.
       MOVE "MOVSTOCK" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           PERFORM CALCULAR-ULTIMO-MOVIMIENTO
           MOVE MOVSTOCK-ULTIMO-NUMERO TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
           IF  MOVSTOCK-ULTIMO-NUMERO = ZERO
               PERFORM ABRIR-KARDEX
           END-IF
       END-IF.

      *Cada letra de factura lleva su propia numeracion dentro del
      *punto de venta
       INICIAR-CONTROL-FACTURAS.
       PERFORM CALCULAR-ULTIMAS-FACTURAS.
       MOVE "FACTURA-A" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           MOVE FACTURAS-ULTIMO-A TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
       END-IF.
       MOVE "FACTURA-B" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           MOVE FACTURAS-ULTIMO-B TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
       END-IF.
       MOVE "FACTURA-C" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.
       IF  CONTROL-HALLADO NOT = "S"
           MOVE FACTURAS-ULTIMO-C TO ULTIMO-CALCULADO
           PERFORM GRABAR-CONTROL-INICIAL
       END-IF.

       CALCULAR-ULTIMAS-FACTURAS.
       MOVE ZERO TO FACTURAS-ULTIMO-A.
       MOVE ZERO TO FACTURAS-ULTIMO-B.
       MOVE ZERO TO FACTURAS-ULTIMO-C.
       MOVE LOW-VALUE TO FACTURAS-CLAVE.
       START FACTURAS-FILE KEY IS NOT LESS THAN FACTURAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-FACTURAS
           NOT INVALID KEY MOVE "N" TO FIN-FACTURAS
       END-START.
       PERFORM ACUMULAR-NUMERO-FACTURA UNTIL FIN-FACTURAS = "S".

       ACUMULAR-NUMERO-FACTURA.
       READ FACTURAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-FACTURAS
           NOT AT END
               EVALUATE FACTURAS-LETRA
                   WHEN "A"
                       IF  FACTURAS-NUMERO > FACTURAS-ULTIMO-A
                           MOVE FACTURAS-NUMERO TO FACTURAS-ULTIMO-A
                       END-IF
                   WHEN "B"
                       IF  FACTURAS-NUMERO > FACTURAS-ULTIMO-B
                           MOVE FACTURAS-NUMERO TO FACTURAS-ULTIMO-B
                       END-IF
                   WHEN "C"
                       IF  FACTURAS-NUMERO > FACTURAS-ULTIMO-C
                           MOVE FACTURAS-NUMERO TO FACTURAS-ULTIMO-C
                       END-IF
               END-EVALUATE
       END-READ.

       ABRIR-KARDEX.
       ACCEPT WS-FECHA-ARCHIVO FROM DATE YYYYMMDD.
       MOVE SPACE TO PARTS-CODIGO.
       START PARTS-FILE KEY IS NOT LESS THAN PARTS-CODIGO
           INVALID KEY MOVE "S" TO FIN-REPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-REPUESTOS
       END-START.
       PERFORM ABRIR-KARDEX-REPUESTO UNTIL FIN-REPUESTOS = "S".

       ABRIR-KARDEX-REPUESTO.
       READ PARTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-REPUESTOS
           NOT AT END
               MOVE "I" TO TIPO-MOVIMIENTO
               MOVE PARTS-STOCK TO ENTRADA-MOVIMIENTO
               MOVE ZERO TO SALIDA-MOVIMIENTO
               MOVE "APERTURA DEL KARDEX" TO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-READ.

       INICIAR-CONTROL-PROVEEDORES.
       MOVE "PROVEEDORES" TO CLAVE-CONTROL.
       PERFORM LEER-CONTROL.

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

       CALCULAR-ULTIMO-ID-PRESUPUESTO.
       MOVE ZERO TO BUDGETS-ULTIMO-ID.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS

       CALCULAR-ULTIMO-ID-PAGO.
       MOVE ZERO TO PAYMENTS-ULTIMO-ID.
       MOVE "000000" TO PAYMENTS-ID.
       START PAYMENTS-FILE KEY IS NOT LESS THAN PAYMENTS-ID
           INVALID KEY MOVE "S" TO FIN-PAGOS
           NOT INVALID KEY MOVE "N" TO FIN-PAGOS

       CALCULAR-ULTIMO-ID-CONSUMO.
       MOVE ZERO TO CONSUMOS-ULTIMO-ID.
       MOVE "000000" TO CONSUMOS-ID.
       START CONSUMOS-FILE KEY IS NOT LESS THAN CONSUMOS-ID
           INVALID KEY MOVE "S" TO FIN-CONSUMOS
           NOT INVALID KEY MOVE "N" TO FIN-CONSUMOS

       CALCULAR-ULTIMO-ID-TECNICO.
       MOVE ZERO TO TECHNICIANS-ULTIMO-ID.
       MOVE "000000" TO TECHNICIANS-ID.
       START TECHNICIANS-FILE KEY IS NOT LESS THAN TECHNICIANS-ID
           INVALID KEY MOVE "S" TO FIN-TECNICOS
           NOT INVALID KEY MOVE "N" TO FIN-TECNICOS

       CALCULAR-ULTIMO-ID-DETALLE.
       MOVE ZERO TO DETALLES-ULTIMO-ID.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
               END-IF
       END-READ.

       CALCULAR-ULTIMO-MOVIMIENTO.
       MOVE ZERO TO MOVSTOCK-ULTIMO-NUMERO.
       MOVE "000000" TO MOVSTOCK-ID.
       START MOVSTOCK-FILE KEY IS NOT LESS THAN MOVSTOCK-ID
           INVALID KEY MOVE "S" TO FIN-MOVSTOCK
           NOT INVALID KEY MOVE "N" TO FIN-MOVSTOCK
       END-START.
       PERFORM ACUMULAR-NUMERO-MOVIMIENTO UNTIL FIN-MOVSTOCK = "S".

       ACUMULAR-NUMERO-MOVIMIENTO.
       READ MOVSTOCK-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-MOVSTOCK
           NOT AT END
               MOVE MOVSTOCK-ID TO NUMERO-MOVIMIENTO
               IF  NUMERO-MOVIMIENTO > MOVSTOCK-ULTIMO-NUMERO
                   MOVE NUMERO-MOVIMIENTO TO MOVSTOCK-ULTIMO-NUMERO
               END-IF
       END-READ.

       CALCULAR-ULTIMO-NUMERO-NOTA.
       MOVE ZERO TO NOTAS-ULTIMO-NUMERO.
       MOVE "000000" TO NOTAS-NUMERO.
       START NOTAS-FILE KEY IS NOT LESS THAN NOTAS-NUMERO
           INVALID KEY MOVE "S" TO FIN-NOTAS
           NOT INVALID KEY MOVE "N" TO FIN-NOTAS
       END-START.
       PERFORM ACUMULAR-NUMERO-NOTA UNTIL FIN-NOTAS = "S".

       ACUMULAR-NUMERO-NOTA.
       READ NOTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-NOTAS
           NOT AT END
               MOVE NOTAS-NUMERO TO NUMERO-NOTA
               IF NUMERO-NOTA > NOTAS-ULTIMO-NUMERO
                   MOVE NUMERO-NOTA TO NOTAS-ULTIMO-NUMERO
               END-IF
       END-READ.

       CALCULAR-ULTIMO-ID-PROVEEDOR.
       MOVE ZERO TO SUPPLIERS-ULTIMO-ID.
       MOVE "000000" TO SUPPLIERS-ID.
       START SUPPLIERS-FILE KEY IS NOT LESS THAN SUPPLIERS-ID
           INVALID KEY MOVE "S" TO FIN-PROVEEDORES
           NOT INVALID KEY MOVE "N" TO FIN-PROVEEDORES

       CALCULAR-ULTIMO-ID-SUMINISTRO.
       MOVE ZERO TO SUMINISTROS-ULTIMO-ID.
       MOVE "000000" TO SUMINISTROS-ID.
       START SUMINISTROS-FILE KEY IS NOT LESS THAN SUMINISTROS-ID
           INVALID KEY MOVE "S" TO FIN-SUMINISTROS
           NOT INVALID KEY MOVE "N" TO FIN-SUMINISTROS

       CALCULAR-ULTIMO-ID-ORDLIN.
       MOVE ZERO TO ORDLIN-ULTIMO-ID.
       MOVE "000000" TO ORDLIN-ID.
       START ORDLIN-FILE KEY IS NOT LESS THAN ORDLIN-ID
           INVALID KEY MOVE "S" TO FIN-ORDLIN
           NOT INVALID KEY MOVE "N" TO FIN-ORDLIN

       CALCULAR-ULTIMO-ID-AVISO.
       MOVE ZERO TO AVISOS-ULTIMO-ID.
       MOVE "000000" TO AVISOS-ID.
       START AVISOS-FILE KEY IS NOT LESS THAN AVISOS-ID
           INVALID KEY MOVE "S" TO FIN-AVISOS
           NOT INVALID KEY MOVE "N" TO FIN-AVISOS
      *Asigna un repuesto del maestro a un proveedor, con el costo
      *al que lo provee. El costo en blanco toma el del maestro.
       ASIGNAR-REPUESTO-PROVEEDOR.
       DISPLAY "Introduzca el ID del proveedor (6 digitos): ".
       ACCEPT SUPPLIERS-ID.
       READ SUPPLIERS-FILE RECORD
           INVALID KEY
      *asignado.
       GENERAR-ORDENES-COMPRA.
       MOVE ZERO TO ORDENES-GENERADAS.
       MOVE "000000" TO SUPPLIERS-ID.
       START SUPPLIERS-FILE KEY IS NOT LESS THAN SUPPLIERS-ID
           INVALID KEY MOVE "S" TO FIN-PROVEEDORES
           NOT INVALID KEY MOVE "N" TO FIN-PROVEEDORES
       MOVE PARTS-CODIGO TO CODIGO-COTEJO.
       MOVE SPACE TO PROVEEDOR-ELEGIDO.
       MOVE ZERO TO COSTO-ELEGIDO.
       MOVE "000000" TO SUMINISTROS-ID.
       START SUMINISTROS-FILE KEY IS NOT LESS THAN SUMINISTROS-ID
           INVALID KEY MOVE "S" TO FIN-SUMINISTROS
           NOT INVALID KEY MOVE "N" TO FIN-SUMINISTROS
               MOVE ORDENES-NUMERO TO ORDEN-EN-PROCESO
               MOVE "Q" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE ORDENES-NUMERO TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE ORDENES-REGISTERS TO IMAGEN-POSTERIOR
       BUSCAR-PROVEEDOR-DEL-REPUESTO.
       MOVE "N" TO PROVEEDOR-HALLADO.
       MOVE PARTS-CODIGO TO CODIGO-COTEJO.
       MOVE "000000" TO SUMINISTROS-ID.
       START SUMINISTROS-FILE KEY IS NOT LESS THAN SUMINISTROS-ID
           INVALID KEY MOVE "S" TO FIN-SUMINISTROS
           NOT INVALID KEY MOVE "N" TO FIN-SUMINISTROS
       RECIBIR-LINEAS-DE-LA-ORDEN.
       MOVE ORDENES-REGISTERS TO IMAGEN-ORDEN.
       MOVE ORDENES-NUMERO TO ORDEN-EN-PROCESO.
       MOVE "000000" TO ORDLIN-ID.
       START ORDLIN-FILE KEY IS NOT LESS THAN ORDLIN-ID
           INVALID KEY MOVE "S" TO FIN-ORDLIN
           NOT INVALID KEY MOVE "N" TO FIN-ORDLIN
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO NOT = SPACE
           COMPUTE PARTS-COSTO = FUNCTION NUMVAL (IMPORTE-TEXTO)
           PERFORM CALCULAR-PRECIO-VENTA
       END-IF.
       REWRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Stock actualizado: " PARTS-STOCK
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "R" TO TIPO-MOVIMIENTO
               MOVE RECIBIDA-AHORA TO ENTRADA-MOVIMIENTO
               MOVE ZERO TO SALIDA-MOVIMIENTO
               MOVE SPACE TO DOCUMENTO-MOVIMIENTO
               STRING "ORDEN COMPRA " ORDLIN-ORDEN
                   DELIMITED BY SIZE INTO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-REWRITE.

      *El estado final de la orden sale de recorrer sus lineas:
       DETERMINAR-ESTADO-ORDEN.
       MOVE "S" TO TODO-RECIBIDO.
       MOVE "N" TO ALGO-RECIBIDO.
       MOVE "000000" TO ORDLIN-ID.
       START ORDLIN-FILE KEY IS NOT LESS THAN ORDLIN-ID
           INVALID KEY MOVE "S" TO FIN-ORDLIN
           NOT INVALID KEY MOVE "N" TO FIN-ORDLIN
                   TEXTO-ESTADO-ORDEN
               MOVE "Q" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE ORDENES-NUMERO TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE IMAGEN-ORDEN TO IMAGEN-ANTERIOR
               MOVE ORDENES-REGISTERS TO IMAGEN-POSTERIOR
           WHEN OTHER MOVE ORDENES-ESTADO TO TEXTO-ESTADO-ORDEN
       END-EVALUATE.

      *Submenu de tecnicos: alta del maestro, asignacion de un
      *tecnico al equipo en el que va a trabajar y cambio del
      *porcentaje de comision, este ultimo solo para supervisor
       MENU-TECNICOS.
       DISPLAY " ".
       DISPLAY "--- Tecnicos ---".
       DISPLAY "1. Alta de tecnico".
       DISPLAY "2. Asignar tecnico a equipo".
       DISPLAY "3. Porcentaje de comision".
       DISPLAY "4. Volver".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-TECNICOS.
       EVALUATE OPCION-TECNICOS
           WHEN 1 PERFORM ALTA-TECNICO
           WHEN 2 PERFORM ASIGNAR-TECNICO
           WHEN 3
               IF  ROL-ACTUAL = "S"
                   PERFORM CAMBIAR-COMISION-TECNICO
               ELSE
                   DISPLAY "El cambio de comision requiere una "
                       "sesion de supervisor."
               END-IF
           WHEN OTHER CONTINUE
       END-EVALUATE.

       ELSE
           DISPLAY TELEFONO
           ACCEPT TECHNICIANS-TELEFONO
           PERFORM PEDIR-COMISION-TECNICO
           PERFORM ESCRIBIR-REGISTRO-TECNICO
       END-IF.

      *Porcentaje de la mano de obra facturada que cobra el tecnico,
      *liquidado a fin de mes con LIQUIDACION-COMISIONES
       PEDIR-COMISION-TECNICO.
       DISPLAY "Introduzca el porcentaje de comision sobre la mano "
           "de obra: ".
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO = SPACE
           MOVE ZERO TO TECHNICIANS-COMISION
       ELSE
           COMPUTE TECHNICIANS-COMISION =
               FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.

       CAMBIAR-COMISION-TECNICO.
       DISPLAY "Introduzca el ID del tecnico (6 digitos): ".
       ACCEPT TECHNICIANS-ID.
       READ TECHNICIANS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un tecnico con ese ID."
           NOT INVALID KEY
               MOVE TECHNICIANS-REGISTERS TO IMAGEN-ANTERIOR
               MOVE TECHNICIANS-COMISION TO COMISION-EDITADA
               DISPLAY "Tecnico: " TECHNICIANS-NOMBRE
               DISPLAY "Comision actual: " COMISION-EDITADA "%"
               PERFORM PEDIR-COMISION-TECNICO
               PERFORM GRABAR-COMISION-TECNICO
       END-READ.

       GRABAR-COMISION-TECNICO.
       REWRITE TECHNICIANS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el tecnico."
           NOT INVALID KEY
               MOVE TECHNICIANS-COMISION TO COMISION-EDITADA
               DISPLAY "Comision actualizada: " COMISION-EDITADA "%"
               MOVE "T" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE TECHNICIANS-ID TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE TECHNICIANS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

       ESCRIBIR-REGISTRO-TECNICO.
       MOVE "TECNICOS" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
      *Asignacion de un tecnico al equipo: queda asentada en el
      *propio registro del equipo
       ASIGNAR-TECNICO.
       DISPLAY "Introduzca el ID del equipo (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
       ELSE
           DISPLAY "Tecnico actual: " EQUIPMENTS-TECNICO
       END-IF.
       DISPLAY "Introduzca el ID del tecnico (6 digitos): ".
       ACCEPT TECHNICIANS-ID.
       PERFORM VALIDAR-TECNICO.
       IF  TECNICO-VALIDO = "S"
           END-READ
       END-IF.

      *Submenu de repuestos: alta del maestro, registro de los
      *consumos contra un presupuesto o un equipo y ajuste manual
      *del stock, este ultimo solo para supervisor
       MENU-REPUESTOS.
       DISPLAY " ".
       DISPLAY "--- Repuestos ---".
       DISPLAY "1. Alta de repuesto".
       DISPLAY "2. Registrar consumo".
       DISPLAY "3. Ajuste manual de stock".
       DISPLAY "4. Volver".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-REPUESTOS.
       EVALUATE OPCION-REPUESTOS
           WHEN 1 PERFORM ALTA-REPUESTO
           WHEN 2 PERFORM REGISTRAR-CONSUMO
           WHEN 3
               IF  ROL-ACTUAL = "S"
                   PERFORM AJUSTAR-STOCK-MANUAL
               ELSE
                   DISPLAY "El ajuste de stock requiere una sesion "
                       "de supervisor."
               END-IF
           WHEN OTHER CONTINUE
       END-EVALUATE.

       ELSE
           COMPUTE PARTS-COSTO = FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.
       MOVE "N" TO CATEGORIA-VALIDA.
       PERFORM PEDIR-CATEGORIA-REPUESTO UNTIL CATEGORIA-VALIDA = "S".
       PERFORM CALCULAR-PRECIO-VENTA.
       MOVE PARTS-PRECIO-VENTA TO IMPORTE-EDITADO.
       DISPLAY "Precio de venta: " IMPORTE-EDITADO.
       WRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Ya existe un repuesto con ese codigo."
               DISPLAY "Repuesto registrado."
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "I" TO TIPO-MOVIMIENTO
               MOVE PARTS-STOCK TO ENTRADA-MOVIMIENTO
               MOVE ZERO TO SALIDA-MOVIMIENTO
               MOVE "ALTA DEL REPUESTO" TO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-WRITE.

      *La categoria es optativa; sin categoria el repuesto se vende
      *al costo
       PEDIR-CATEGORIA-REPUESTO.
       DISPLAY "Introduzca la categoria (blanco = sin categoria): ".
       ACCEPT PARTS-CATEGORIA.
       IF  PARTS-CATEGORIA = SPACE
           MOVE "S" TO CATEGORIA-VALIDA
       ELSE
           MOVE PARTS-CATEGORIA TO CATEGORIAS-CODIGO
           READ CATEGORIAS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe esa categoria. Las categorias "
                       "se cargan con LISTA-PRECIOS."
               NOT INVALID KEY
                   DISPLAY "Categoria: " CATEGORIAS-DESCRIPCION
                   MOVE "S" TO CATEGORIA-VALIDA
           END-READ
       END-IF.

      *Precio de venta del repuesto que esta en PARTS-REGISTERS:
      *costo mas el margen de su categoria
       CALCULAR-PRECIO-VENTA.
       MOVE ZERO TO MARGEN-CATEGORIA.
       IF  PARTS-CATEGORIA NOT = SPACE
           MOVE PARTS-CATEGORIA TO CATEGORIAS-CODIGO
           READ CATEGORIAS-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CATEGORIAS-MARGEN TO MARGEN-CATEGORIA
           END-READ
       END-IF.
       COMPUTE PARTS-PRECIO-VENTA ROUNDED =
           PARTS-COSTO * (100 + MARGEN-CATEGORIA) / 100.

      *Ajuste manual del stock de un repuesto al valor que indica
      *el supervisor, con el motivo como documento del movimiento.
      *Los recuentos completos se hacen con CONTEO-STOCK.
       AJUSTAR-STOCK-MANUAL.
       DISPLAY "Introduzca el codigo del repuesto: ".
       ACCEPT PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un repuesto con ese codigo."
           NOT INVALID KEY
               PERFORM CARGAR-AJUSTE-MANUAL
       END-READ.

       CARGAR-AJUSTE-MANUAL.
       DISPLAY "Repuesto: " PARTS-DESCRIPCION.
       DISPLAY "Stock actual: " PARTS-STOCK.
       DISPLAY "Introduzca el stock correcto: ".
       ACCEPT CANTIDAD-TEXTO.
       IF  CANTIDAD-TEXTO = SPACE
           DISPLAY "No se ajusto el stock."
       ELSE
           PERFORM CONVERTIR-CANTIDAD
           DISPLAY "Motivo del ajuste: "
           ACCEPT MOTIVO-AJUSTE
           IF  MOTIVO-AJUSTE = SPACE
               DISPLAY "Debe indicar el motivo, no se ajusto el "
                   "stock."
           ELSE
               IF  CANTIDAD-CONSUMIDA = PARTS-STOCK
                   DISPLAY "El stock indicado es el actual, no hay "
                       "nada que ajustar."
               ELSE
                   PERFORM GRABAR-AJUSTE-MANUAL
               END-IF
           END-IF
       END-IF.

       GRABAR-AJUSTE-MANUAL.
       MOVE PARTS-REGISTERS TO IMAGEN-ANTERIOR.
       MOVE PARTS-STOCK TO STOCK-ANTERIOR.
       MOVE CANTIDAD-CONSUMIDA TO PARTS-STOCK.
       REWRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el stock del repuesto."
           NOT INVALID KEY
               DISPLAY "Stock ajustado: " PARTS-STOCK
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "J" TO TIPO-MOVIMIENTO
               MOVE ZERO TO ENTRADA-MOVIMIENTO
               MOVE ZERO TO SALIDA-MOVIMIENTO
               IF  PARTS-STOCK > STOCK-ANTERIOR
                   COMPUTE ENTRADA-MOVIMIENTO =
                       PARTS-STOCK - STOCK-ANTERIOR
               ELSE
                   COMPUTE SALIDA-MOVIMIENTO =
                       STOCK-ANTERIOR - PARTS-STOCK
               END-IF
               MOVE MOTIVO-AJUSTE TO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-REWRITE.

      *Asienta en el kardex el cambio de stock del repuesto que
      *esta en PARTS-REGISTERS, ya grabado con el saldo nuevo
       GRABAR-MOVIMIENTO-STOCK.
       MOVE SPACE TO MOVSTOCK-REGISTERS.
       MOVE "MOVSTOCK" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO NUMERO-MOVIMIENTO.
       MOVE NUMERO-MOVIMIENTO TO MOVSTOCK-ID.
       MOVE PARTS-CODIGO TO MOVSTOCK-CODIGO.
       MOVE WS-FECHA-ARCHIVO TO MOVSTOCK-FECHA.
       MOVE TIPO-MOVIMIENTO TO MOVSTOCK-TIPO.
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

      *Las cantidades se ingresan como texto y se convierten, igual
       MOVE CONSUMOS-CODIGO TO CODIGO-COTEJO.
       MOVE ZERO TO CANTIDAD-COTIZADA.
       MOVE ZERO TO CANTIDAD-USADA.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
       END-START.
       PERFORM ACUMULAR-CANTIDAD-COTIZADA UNTIL FIN-DETALLES = "S".
       MOVE "000000" TO CONSUMOS-ID.
       START CONSUMOS-FILE KEY IS NOT LESS THAN CONSUMOS-ID
           INVALID KEY MOVE "S" TO FIN-CONSUMOS
           NOT INVALID KEY MOVE "N" TO FIN-CONSUMOS
               END-IF
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "C" TO TIPO-MOVIMIENTO
               MOVE ZERO TO ENTRADA-MOVIMIENTO
               MOVE CANTIDAD-CONSUMIDA TO SALIDA-MOVIMIENTO
               MOVE SPACE TO DOCUMENTO-MOVIMIENTO
               STRING "CONSUMO " CONSUMOS-ID
                   DELIMITED BY SIZE INTO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-REWRITE.

      *Asiento de auditoria del alta de un operador. La clave del
       GRABAR-AUDITORIA-OPERADOR.
       MOVE "O" TO TIPO-AUDITORIA.
       MOVE "A" TO OPERACION-AUDITORIA.
       MOVE OPERATORS-USUARIO (1:6) TO CLAVE-AUDITORIA.
       MOVE SPACE TO DNI-AUDITORIA.
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE OPERATORS-REGISTERS TO IMAGEN-POSTERIOR.
       DISPLAY "11. Compras".
       DISPLAY "12. Reingreso por garantia".
       DISPLAY "13. Avisos de retiro".
       DISPLAY "14. Respuesta del cliente a un presupuesto".
       DISPLAY "15. Anular pago (nota de credito)".
       DISPLAY "16. Facturacion".
       DISPLAY "17. Venta de mostrador".
       DISPLAY "18. Salir".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-MENU.
       EVALUATE OPCION-MENU
           WHEN 11 PERFORM MENU-COMPRAS
           WHEN 12 PERFORM REINGRESO-GARANTIA
           WHEN 13 PERFORM MENU-AVISOS
           WHEN 14 PERFORM RESPONDER-PRESUPUESTO
           WHEN 15
               IF  ROL-ACTUAL = "S"
                   PERFORM ANULAR-PAGO
               ELSE
                   DISPLAY "La anulacion de pagos requiere una "
                       "sesion de supervisor."
               END-IF
           WHEN 16 PERFORM MENU-FACTURACION
           WHEN 17 PERFORM VENTA-MOSTRADOR
           WHEN 18 CONTINUE
           WHEN OTHER DISPLAY "Opcion invalida."
       END-EVALUATE.

       ACCEPT CUSTOMERS-EMAIL.
       DISPLAY DIRECCION.
       ACCEPT CUSTOMERS-ADDRESS.
       PERFORM PEDIR-DATOS-FISCALES.
       PERFORM CONTINUAR-CLIENTE.

      *Condicion frente al IVA y CUIT del cliente, que deciden la
      *letra de la factura. El responsable inscripto necesita CUIT
       PEDIR-DATOS-FISCALES.
       MOVE "N" TO CONDICION-VALIDA.
       PERFORM PEDIR-CONDICION-IVA UNTIL CONDICION-VALIDA = "S".

       PEDIR-CONDICION-IVA.
       DISPLAY "Condicion frente al IVA (CF consumidor final, RI "
           "responsable inscripto, MT monotributo, blanco = CF): ".
       ACCEPT CUSTOMERS-CONDICION-IVA.
       INSPECT CUSTOMERS-CONDICION-IVA
           CONVERTING "cfrimt" TO "CFRIMT".
       IF  CUSTOMERS-CONDICION-IVA = SPACE
           MOVE "CF" TO CUSTOMERS-CONDICION-IVA
       END-IF.
       IF  CUSTOMERS-CONDICION-IVA NOT = "CF"
       AND CUSTOMERS-CONDICION-IVA NOT = "RI"
       AND CUSTOMERS-CONDICION-IVA NOT = "MT"
           DISPLAY "Condicion invalida."
       ELSE
           DISPLAY "Introduzca el CUIT (11 digitos, sin guiones): "
           ACCEPT CUSTOMERS-CUIT
           IF  CUSTOMERS-CUIT = SPACE
               IF  CUSTOMERS-CONDICION-IVA = "RI"
                   DISPLAY "El responsable inscripto requiere CUIT."
               ELSE
                   MOVE "S" TO CONDICION-VALIDA
               END-IF
           ELSE
               IF  CUSTOMERS-CUIT IS NOT NUMERIC
                   DISPLAY "El CUIT debe tener 11 digitos."
               ELSE
                   MOVE "S" TO CONDICION-VALIDA
               END-IF
           END-IF
       END-IF.

       CONTINUAR-CLIENTE.
       MOVE "S" TO ENTRADA.
       IF  CUSTOMERS-NAME = SPACE
       ACCEPT BUDGETS-FORMA_PAGO.
       DISPLAY FECHA.
       ACCEPT BUDGETS-FECHA.
       DISPLAY "Dias de validez del presupuesto (blanco usa "
           DIAS-VALIDEZ "): ".
       ACCEPT VALIDEZ-TEXTO.
       IF  VALIDEZ-TEXTO = SPACE
           MOVE DIAS-VALIDEZ TO BUDGETS-VALIDEZ
       ELSE
           COMPUTE BUDGETS-VALIDEZ = FUNCTION NUMVAL (VALIDEZ-TEXTO)
       END-IF.
      *El importe ya no se tipea: se arma con las lineas de detalle
      *que se cargan despues de grabar el presupuesto
       MOVE ZERO TO BUDGETS-IMPORTE.
       MOVE "0" TO BUDGETS-PAGADO.
      *Todo presupuesto nace pendiente de la respuesta del cliente
       MOVE "P" TO BUDGETS-APROBACION.
       MOVE WS-FECHA-ARCHIVO TO BUDGETS-FECHA-EMISION.
       MOVE SPACE TO BUDGETS-FECHA-RESPUESTA.
       MOVE SPACE TO BUDGETS-MEDIO-RESPUESTA.
       PERFORM CONTINUAR-PRESUPUESTO.

      *Los presupuestos anteriores al importe lo traen en blanco;
       END-WRITE.

      *Carga de las lineas de detalle del presupuesto recien
      *grabado: servicios de la lista de precios y repuestos que
      *toman el precio de venta del maestro. Al terminar, el importe del
      *presupuesto queda como la suma de las lineas.
       CARGAR-DETALLES-PRESUPUESTO.
       MOVE ZERO TO TOTAL-DETALLES.
           WHEN OTHER DISPLAY "Tipo de linea invalido."
       END-EVALUATE.

      *Las lineas de mano de obra salen de la lista de servicios,
      *con el precio del tipo del equipo del presupuesto o, si ese
      *tipo no tiene precio propio, con el precio general. La linea
      *guarda el precio cotizado: los aumentos posteriores de la
      *lista no cambian los presupuestos ya emitidos
       CARGAR-LINEA-MANO-OBRA.
       MOVE SPACE TO DETALLES-REGISTERS.
       MOVE BUDGETS-ID TO DETALLES-PRESUPUESTO.
       MOVE "M" TO DETALLES-TIPO.
       MOVE SPACE TO TIPO-EQUIPO-LINEA.
       MOVE BUDGETS-EQUIPO TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE EQUIPMENTS-TIPO TO TIPO-EQUIPO-LINEA
       END-READ.
       DISPLAY "Introduzca el codigo del servicio (blanco para ver "
           "la lista): ".
       ACCEPT CODIGO-SERVICIO.
       IF  CODIGO-SERVICIO = SPACE
           PERFORM LISTAR-SERVICIOS
           DISPLAY "Introduzca el codigo del servicio: "
           ACCEPT CODIGO-SERVICIO
       END-IF.
       IF  CODIGO-SERVICIO NOT = SPACE
           PERFORM BUSCAR-PRECIO-SERVICIO
           IF  SERVICIO-HALLADO = "S"
               MOVE SERVICIOS-CODIGO TO DETALLES-CODIGO
               MOVE SERVICIOS-DESCRIPCION TO DETALLES-DESCRIPCION
               MOVE SERVICIOS-PRECIO TO DETALLES-PRECIO
               DISPLAY "Servicio: " SERVICIOS-DESCRIPCION
               MOVE 1 TO DETALLES-CANTIDAD
               PERFORM ESCRIBIR-LINEA-DETALLE
           ELSE
               DISPLAY "No existe ese servicio en la lista de "
                   "precios."
           END-IF
       END-IF.

       BUSCAR-PRECIO-SERVICIO.
       MOVE "S" TO SERVICIO-HALLADO.
       MOVE CODIGO-SERVICIO TO SERVICIOS-CODIGO.
       MOVE TIPO-EQUIPO-LINEA TO SERVICIOS-TIPO-EQUIPO.
       READ SERVICIOS-FILE RECORD
           INVALID KEY
               MOVE CODIGO-SERVICIO TO SERVICIOS-CODIGO
               MOVE SPACE TO SERVICIOS-TIPO-EQUIPO
               READ SERVICIOS-FILE RECORD
                   INVALID KEY MOVE "N" TO SERVICIO-HALLADO
               END-READ
       END-READ.

      *Servicios con precio general o con precio para el tipo del
      *equipo que se esta cotizando
       LISTAR-SERVICIOS.
       DISPLAY "--- Servicios para " TIPO-EQUIPO-LINEA " ---".
       MOVE LOW-VALUE TO SERVICIOS-CLAVE.
       START SERVICIOS-FILE KEY IS NOT LESS THAN SERVICIOS-CLAVE
           INVALID KEY MOVE "S" TO FIN-SERVICIOS
           NOT INVALID KEY MOVE "N" TO FIN-SERVICIOS
       END-START.
       PERFORM LISTAR-SERVICIO-SIGUIENTE UNTIL FIN-SERVICIOS = "S".

       LISTAR-SERVICIO-SIGUIENTE.
       READ SERVICIOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-SERVICIOS
           NOT AT END
               IF  SERVICIOS-TIPO-EQUIPO = SPACE
               OR  SERVICIOS-TIPO-EQUIPO = TIPO-EQUIPO-LINEA
                   MOVE SERVICIOS-PRECIO TO IMPORTE-EDITADO
                   DISPLAY SERVICIOS-CODIGO " " SERVICIOS-TIPO-EQUIPO
                       " " SERVICIOS-DESCRIPCION " " IMPORTE-EDITADO
               END-IF
       END-READ.

      *Las lineas de repuesto refieren al maestro por codigo y
      *toman de ahi la descripcion y el precio de venta
       CARGAR-LINEA-REPUESTO.
       MOVE SPACE TO DETALLES-REGISTERS.
       MOVE BUDGETS-ID TO DETALLES-PRESUPUESTO.
           NOT INVALID KEY
               MOVE PARTS-CODIGO TO DETALLES-CODIGO
               MOVE PARTS-DESCRIPCION TO DETALLES-DESCRIPCION
               IF  PARTS-PRECIO-VENTA NOT NUMERIC
                   PERFORM CALCULAR-PRECIO-VENTA
               END-IF
               MOVE PARTS-PRECIO-VENTA TO DETALLES-PRECIO
               DISPLAY "Repuesto: " PARTS-DESCRIPCION
               DISPLAY "Introduzca la cantidad cotizada: "
               ACCEPT CANTIDAD-TEXTO
           DISPLAY "Telefono: " CUSTOMERS-CELLPHONE
           DISPLAY "Email: " CUSTOMERS-EMAIL
           DISPLAY "Direccion: " CUSTOMERS-ADDRESS
           DISPLAY "Condicion IVA: " CUSTOMERS-CONDICION-IVA
               "  CUIT: " CUSTOMERS-CUIT
           PERFORM BUSCAR-EQUIPOS-DEL-CLIENTE
           PERFORM BUSCAR-PRESUPUESTOS-DEL-CLIENTE
       ELSE
                   DISPLAY "   Importe: " IMPORTE-EDITADO
                       "   Fecha: " BUDGETS-FECHA
                       "   Pagado: " BUDGETS-PAGADO
                   PERFORM DESCRIBIR-APROBACION
                   DISPLAY "   Aprobacion: " TEXTO-APROBACION
                       "   Respuesta: " BUDGETS-FECHA-RESPUESTA
                       " " BUDGETS-MEDIO-RESPUESTA
               END-IF
       END-READ.

      *Presupuestos del cliente que no quedaron ligados a ningun
      *equipo (registros anteriores a la referencia de equipo)
       BUSCAR-PRESUPUESTOS-DEL-CLIENTE.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
                   MOVE BUDGETS-IMPORTE TO IMPORTE-EDITADO
                   DISPLAY "Importe: " IMPORTE-EDITADO
                   DISPLAY "Pagado: " BUDGETS-PAGADO
                   PERFORM DESCRIBIR-APROBACION
                   DISPLAY "Aprobacion: " TEXTO-APROBACION
               END-IF
       END-READ.

       END-IF.

       MANTENIMIENTO-CLIENTE.
       DISPLAY "Introduzca el ID del cliente (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CUSTOMERS-ID.
       READ CUSTOMERS-FILE RECORD
       ACCEPT CUSTOMERS-EMAIL.
       DISPLAY DIRECCION.
       ACCEPT CUSTOMERS-ADDRESS.
       PERFORM PEDIR-DATOS-FISCALES.
      *Antes de regrabar se relee el registro: si otra terminal lo
      *cambio desde que se mostro, no se pisa su trabajo
       MOVE SPACE TO REGISTRO-NUEVO.
       END-DELETE.

       MANTENIMIENTO-EQUIPO.
       DISPLAY "Introduzca el ID del equipo (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
       END-DELETE.

       MANTENIMIENTO-PRESUPUESTO.
       DISPLAY "Introduzca el ID del presupuesto (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO BUDGETS-ID.
       READ BUDGETS-FILE RECORD
       MOVE BUDGETS-ID TO PRESUPUESTO-COTEJO.
       MOVE ZERO TO TOTAL-DETALLES.
       MOVE ZERO TO LINEAS-CARGADAS.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
      *eliminan con el, para no dejarlas huerfanas
       ELIMINAR-DETALLES-PRESUPUESTO.
       MOVE ZERO TO LINEAS-CARGADAS.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
               END-IF
       END-READ.

      *Al iniciar la sesion se marcan vencidos los presupuestos
      *pendientes que pasaron su validez sin respuesta del cliente
       VENCER-PRESUPUESTOS.
       MOVE ZERO TO PRESUPUESTOS-VENCIDOS.
       MOVE "000000" TO BUDGETS-ID.
       START BUDGETS-FILE KEY IS NOT LESS THAN BUDGETS-ID
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM VENCER-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".
       IF  PRESUPUESTOS-VENCIDOS > ZERO
           DISPLAY "Presupuestos vencidos sin respuesta del "
               "cliente: " PRESUPUESTOS-VENCIDOS
       END-IF.

       VENCER-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               PERFORM EVALUAR-VENCIMIENTO-PRESUPUESTO
               IF  PRESUPUESTO-VENCIDO = "S"
                   MOVE BUDGETS-REGISTERS TO IMAGEN-PRESUPUESTO
                   MOVE "V" TO BUDGETS-APROBACION
                   PERFORM GRABAR-VENCIMIENTO-PRESUPUESTO
               END-IF
       END-READ.

      *Un presupuesto pendiente vence cuando pasaron mas dias que
      *su validez desde la emision. Los registros anteriores a la
      *aprobacion, sin fecha de emision ni validez, no vencen solos.
       EVALUAR-VENCIMIENTO-PRESUPUESTO.
       MOVE "N" TO PRESUPUESTO-VENCIDO.
       MOVE ZERO TO DIAS-RESTANTES.
       IF  (BUDGETS-APROBACION = "P" OR BUDGETS-APROBACION = SPACE)
       AND BUDGETS-FECHA-EMISION IS NUMERIC
       AND BUDGETS-VALIDEZ IS NUMERIC
           MOVE BUDGETS-FECHA-EMISION TO FECHA-EMISION-NUM
           COMPUTE DIAS-DE-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-ARCHIVO)
           COMPUTE DIAS-EMISION =
               FUNCTION INTEGER-OF-DATE (FECHA-EMISION-NUM)
           COMPUTE DIAS-RESTANTES =
               DIAS-EMISION + BUDGETS-VALIDEZ - DIAS-DE-HOY
           IF  DIAS-RESTANTES < ZERO
               MOVE "S" TO PRESUPUESTO-VENCIDO
           END-IF
       END-IF.

       GRABAR-VENCIMIENTO-PRESUPUESTO.
       REWRITE BUDGETS-REGISTERS
           INVALID KEY
               DISPLAY "Error al marcar vencido el presupuesto "
                   BUDGETS-ID
           NOT INVALID KEY
               ADD 1 TO PRESUPUESTOS-VENCIDOS
               MOVE "P" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE BUDGETS-ID TO CLAVE-AUDITORIA
               MOVE BUDGETS-DNI TO DNI-AUDITORIA
               MOVE IMAGEN-PRESUPUESTO TO IMAGEN-ANTERIOR
               MOVE BUDGETS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

      *Respuesta del cliente a un presupuesto pendiente: se asienta
      *si lo acepta o lo rechaza, con la fecha y el medio por el
      *que contesto. Un presupuesto vencido ya no admite respuesta:
      *hay que emitir uno nuevo.
       RESPONDER-PRESUPUESTO.
       DISPLAY "Introduzca el ID del presupuesto (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO BUDGETS-ID.
       READ BUDGETS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un presupuesto con ese ID."
           NOT INVALID KEY
               MOVE BUDGETS-REGISTERS TO IMAGEN-PRESUPUESTO
               PERFORM NORMALIZAR-IMPORTE-PRESUPUESTO
               PERFORM CARGAR-RESPUESTA-PRESUPUESTO
       END-READ.

       CARGAR-RESPUESTA-PRESUPUESTO.
       PERFORM EVALUAR-VENCIMIENTO-PRESUPUESTO.
       IF  PRESUPUESTO-VENCIDO = "S"
           MOVE "V" TO BUDGETS-APROBACION
           PERFORM GRABAR-VENCIMIENTO-PRESUPUESTO
       END-IF.
       IF  BUDGETS-APROBACION = SPACE
           MOVE "P" TO BUDGETS-APROBACION
       END-IF.
       PERFORM DESCRIBIR-APROBACION.
       MOVE BUDGETS-IMPORTE TO IMPORTE-EDITADO.
       DISPLAY "Presupuesto " BUDGETS-ID ": " BUDGETS-DESCRIPCION.
       DISPLAY "Equipo: " BUDGETS-EQUIPO
           "   Importe: " IMPORTE-EDITADO
           "   Emitido: " BUDGETS-FECHA-EMISION.
       DISPLAY "Aprobacion: " TEXTO-APROBACION.
       EVALUATE BUDGETS-APROBACION
           WHEN "P"
               PERFORM PEDIR-RESPUESTA-CLIENTE
           WHEN "V"
               DISPLAY "El presupuesto vencio sin respuesta: emita "
                   "un presupuesto nuevo."
           WHEN OTHER
               DISPLAY "El presupuesto ya tiene la respuesta del "
                   "cliente del " BUDGETS-FECHA-RESPUESTA "."
       END-EVALUATE.

       PEDIR-RESPUESTA-CLIENTE.
       DISPLAY "Respuesta del cliente (A acepta, R rechaza): ".
       ACCEPT RESPUESTA-CLIENTE.
       IF  RESPUESTA-CLIENTE = "a"
           MOVE "A" TO RESPUESTA-CLIENTE
       END-IF.
       IF  RESPUESTA-CLIENTE = "r"
           MOVE "R" TO RESPUESTA-CLIENTE
       END-IF.
       IF  RESPUESTA-CLIENTE NOT = "A" AND RESPUESTA-CLIENTE NOT = "R"
           DISPLAY "Respuesta invalida, no se registro."
       ELSE
           DISPLAY "Medio de la respuesta (telefono, mostrador, "
               "email...): "
           ACCEPT BUDGETS-MEDIO-RESPUESTA
           MOVE RESPUESTA-CLIENTE TO BUDGETS-APROBACION
           MOVE WS-FECHA-ARCHIVO TO BUDGETS-FECHA-RESPUESTA
           PERFORM GRABAR-RESPUESTA-PRESUPUESTO
       END-IF.

       GRABAR-RESPUESTA-PRESUPUESTO.
       REWRITE BUDGETS-REGISTERS
           INVALID KEY
               DISPLAY "Error al registrar la respuesta del "
                   "presupuesto."
           NOT INVALID KEY
               PERFORM DESCRIBIR-APROBACION
               DISPLAY "Presupuesto " BUDGETS-ID " "
                   TEXTO-APROBACION "."
               MOVE "P" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE BUDGETS-ID TO CLAVE-AUDITORIA
               MOVE BUDGETS-DNI TO DNI-AUDITORIA
               MOVE IMAGEN-PRESUPUESTO TO IMAGEN-ANTERIOR
               MOVE BUDGETS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               IF  BUDGETS-APROBACION = "R"
               AND BUDGETS-EQUIPO NOT = SPACE
                   PERFORM DEVOLVER-EQUIPO-SIN-REPARAR
               END-IF
       END-REWRITE.

      *El rechazo del presupuesto deja el equipo para devolver sin
      *reparar y encola el aviso de retiro, igual que cuando un
      *equipo queda listo. Solo aplica al equipo que espera el
      *diagnostico y no tiene otro presupuesto aceptado; si ya esta
      *en reparacion, lo rechazado es un trabajo adicional y el
      *equipo sigue su curso.
       DEVOLVER-EQUIPO-SIN-REPARAR.
       MOVE BUDGETS-EQUIPO TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
           INVALID KEY
               DISPLAY "No se encontro el equipo " BUDGETS-EQUIPO
                   " del presupuesto."
           NOT INVALID KEY
               MOVE EQUIPMENTS-REGISTERS TO IMAGEN-ANTERIOR
               IF  EQUIPMENTS-ESTADO = SPACE
                   MOVE "1" TO EQUIPMENTS-ESTADO
               END-IF
               MOVE EQUIPMENTS-ESTADO TO ESTADO-ACTUAL
               PERFORM DESCRIBIR-ESTADO
               IF  EQUIPMENTS-ESTADO NOT = "1"
                   DISPLAY "El equipo esta " TEXTO-ESTADO
                       ", no se modifica su estado."
               ELSE
                   PERFORM VERIFICAR-APROBACION-DEL-EQUIPO
                   IF  PRESUPUESTO-ACEPTADO = "S"
                       DISPLAY "El equipo tiene otro presupuesto "
                           "aceptado, sigue en el taller."
                   ELSE
                       PERFORM GRABAR-DEVOLUCION-EQUIPO
                   END-IF
               END-IF
       END-READ.

       GRABAR-DEVOLUCION-EQUIPO.
       MOVE "5" TO EQUIPMENTS-ESTADO.
       REWRITE EQUIPMENTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el estado del equipo."
           NOT INVALID KEY
               MOVE EQUIPMENTS-ESTADO TO ESTADO-ACTUAL
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "Nuevo estado del equipo: " TEXTO-ESTADO
               MOVE "E" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE EQUIPMENTS-ID TO CLAVE-AUDITORIA
               MOVE EQUIPMENTS-DNI TO DNI-AUDITORIA
               MOVE EQUIPMENTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               PERFORM ENCOLAR-AVISO-RETIRO
       END-REWRITE.

      *Avance del equipo por el circuito del taller: ingresado,
      *en reparacion, listo para entregar, entregado. Al pasar a
      *entregado se registra la fecha de entrega. El equipo cuyo
      *presupuesto se rechazo pasa de a devolver sin reparar a
      *devuelto, con la fecha de entrega pero sin garantia.
       AVANZAR-ESTADO-EQUIPO.
       DISPLAY "Introduzca el ID del equipo (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un equipo con ese ID."
           NOT INVALID KEY
               MOVE EQUIPMENTS-REGISTERS TO IMAGEN-ANTERIOR
               PERFORM CAMBIAR-ESTADO-EQUIPO
       END-READ.

       CAMBIAR-ESTADO-EQUIPO.
       IF  EQUIPMENTS-ESTADO = SPACE
           MOVE "1" TO EQUIPMENTS-ESTADO
       END-IF.
       MOVE EQUIPMENTS-ESTADO TO ESTADO-ACTUAL.
       PERFORM DESCRIBIR-ESTADO.
       DISPLAY "Equipo " EQUIPMENTS-ID ": " EQUIPMENTS-TIPO.
       DISPLAY "Estado actual: " TEXTO-ESTADO.
       IF  EQUIPMENTS-ESTADO = "4" OR EQUIPMENTS-ESTADO = "6"
           DISPLAY "El equipo ya fue entregado, no hay mas avances."
       ELSE
           PERFORM VERIFICAR-APROBACION-DEL-EQUIPO
           IF  PRESUPUESTO-ACEPTADO NOT = "S"
               DISPLAY "El equipo no tiene un presupuesto aceptado "
                   "por el cliente: no puede pasar a reparacion."
           ELSE
               DISPLAY "¿Confirma avanzar al proximo estado? (S/N)"
               ACCEPT SI-NO
               IF  SI-NO = "S" OR SI-NO = "s"
                   PERFORM GRABAR-AVANCE-ESTADO
               END-IF
           END-IF
       END-IF.

      *El paso de diagnostico a reparacion exige un presupuesto del
      *equipo aceptado por el cliente. Los reingresos por garantia
      *sin cargo no llevan presupuesto y quedan exentos; los demas
      *estados no se controlan. Los presupuestos se leen directo
      *por la clave alternativa del equipo.
       VERIFICAR-APROBACION-DEL-EQUIPO.
       MOVE "S" TO PRESUPUESTO-ACEPTADO.
       IF  EQUIPMENTS-ESTADO = "1"
       AND EQUIPMENTS-SIN-CARGO NOT = "S"
           MOVE "N" TO PRESUPUESTO-ACEPTADO
           MOVE EQUIPMENTS-ID TO EQUIPO-DEL-PRESUPUESTO
           MOVE EQUIPO-DEL-PRESUPUESTO TO BUDGETS-EQUIPO
           START BUDGETS-FILE KEY IS EQUAL TO BUDGETS-EQUIPO
               INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
               NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
           END-START
           PERFORM BUSCAR-PRESUPUESTO-ACEPTADO
           UNTIL FIN-PRESUPUESTOS = "S"
       END-IF.

       BUSCAR-PRESUPUESTO-ACEPTADO.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-EQUIPO NOT = EQUIPO-DEL-PRESUPUESTO
                   MOVE "S" TO FIN-PRESUPUESTOS
               ELSE
                   IF  BUDGETS-APROBACION = "A"
                       MOVE "S" TO PRESUPUESTO-ACEPTADO
                       MOVE "S" TO FIN-PRESUPUESTOS
                   END-IF
               END-IF
       END-READ.

       GRABAR-AVANCE-ESTADO.
       EVALUATE EQUIPMENTS-ESTADO
           WHEN "1" MOVE "2" TO EQUIPMENTS-ESTADO
           WHEN "2" MOVE "3" TO EQUIPMENTS-ESTADO
           WHEN "3" MOVE "4" TO EQUIPMENTS-ESTADO
                    MOVE WS-FECHA-ARCHIVO
                        TO EQUIPMENTS-FECHA-ENTREGA
                    MOVE DIAS-GARANTIA TO EQUIPMENTS-GARANTIA
           WHEN "5" MOVE "6" TO EQUIPMENTS-ESTADO
                    MOVE WS-FECHA-ARCHIVO
                        TO EQUIPMENTS-FECHA-ENTREGA
                    MOVE ZERO TO EQUIPMENTS-GARANTIA
       END-EVALUATE.
       REWRITE EQUIPMENTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el estado del equipo."
               END-IF
       END-REWRITE.

      *Al quedar el equipo listo para entregar, o para devolver sin
      *reparar por rechazo del presupuesto, se encola un aviso
      *de retiro con los datos de contacto del cliente y el saldo
      *pendiente de sus presupuestos, para la lista que se exporta
      *a la herramienta de mensajes con EXPORTAR-AVISOS

      *Saldo pendiente de todos los presupuestos ligados al equipo
      *del aviso: importe menos pagos de cada uno. Los presupuestos
      *se leen directo por la clave alternativa del equipo. Los
      *rechazados o vencidos no se cobran: solo restan sus pagos.
       CALCULAR-SALDO-DEL-EQUIPO.
       MOVE ZERO TO SALDO-EQUIPO.
       MOVE EQUIPO-DEL-AVISO TO BUDGETS-EQUIPO.
               ELSE
                   PERFORM NORMALIZAR-IMPORTE-PRESUPUESTO
                   PERFORM CALCULAR-TOTAL-PAGADO
                   IF  BUDGETS-APROBACION NOT = "R"
                   AND BUDGETS-APROBACION NOT = "V"
                       ADD BUDGETS-IMPORTE TO SALDO-EQUIPO
                   END-IF
                   SUBTRACT TOTAL-PAGADO FROM SALDO-EQUIPO
               END-IF
       END-READ.
       DISPLAY " ".
       DISPLAY "--- Avisos de retiro pendientes ---".
       MOVE ZERO TO AVISOS-PENDIENTES.
       MOVE "000000" TO AVISOS-ID.
       START AVISOS-FILE KEY IS NOT LESS THAN AVISOS-ID
           INVALID KEY MOVE "S" TO FIN-AVISOS
           NOT INVALID KEY MOVE "N" TO FIN-AVISOS
       END-READ.

       MARCAR-AVISO-CONTACTADO.
       DISPLAY "Introduzca el ID del aviso contactado (6 digitos, "
           "blanco para volver): ".
       ACCEPT AVISO-BUSCADO.
       IF  AVISO-BUSCADO NOT = SPACE
      *ligada al equipo original y marcada sin cargo, para que no
      *se le pueda cotizar de nuevo por error
       REINGRESO-GARANTIA.
       DISPLAY "Introduzca el ID del equipo entregado (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
      *La marca PAGADO del presupuesto se recalcula a partir de la
      *suma de los pagos registrados.
       REGISTRAR-PAGO.
       DISPLAY "Introduzca el ID del presupuesto (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO BUDGETS-ID.
       READ BUDGETS-FILE RECORD
       ESCRIBIR-REGISTRO-PAGO.
       MOVE SPACE TO PAYMENTS-REGISTERS.
       MOVE BUDGETS-ID TO PAYMENTS-PRESUPUESTO.
       MOVE "P" TO PAYMENTS-TIPO.
       MOVE WS-FECHA-ARCHIVO TO PAYMENTS-FECHA.
       COMPUTE PAYMENTS-IMPORTE = FUNCTION NUMVAL (IMPORTE-TEXTO).
       DISPLAY FORMA_PAGO.
           NOT INVALID KEY
               MOVE "I" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE RECEIPTS-NUMERO TO CLAVE-AUDITORIA
               MOVE RECEIPTS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE RECEIPTS-REGISTERS TO IMAGEN-POSTERIOR
           NOT INVALID KEY
               MOVE "S" TO ES-REIMPRESION
               PERFORM IMPRIMIR-RECIBO
               PERFORM MOSTRAR-ANULACION-RECIBO
               MOVE "I" TO TIPO-AUDITORIA
               MOVE "R" TO OPERACION-AUDITORIA
               MOVE RECEIPTS-NUMERO TO CLAVE-AUDITORIA
               MOVE RECEIPTS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE RECEIPTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-READ.

      *Si el pago del recibo fue anulado, la copia lo advierte con
      *el numero de la nota de credito, leida directo por la clave
      *alternativa del recibo
       MOSTRAR-ANULACION-RECIBO.
       MOVE RECEIPTS-NUMERO TO NOTAS-RECIBO.
       START NOTAS-FILE KEY IS EQUAL TO NOTAS-RECIBO
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ NOTAS-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF  NOTAS-RECIBO = RECEIPTS-NUMERO
                           DISPLAY "*** PAGO ANULADO POR NOTA DE "
                               "CREDITO Nro " NOTAS-NUMERO
                               " del " NOTAS-FECHA " ***"
                       END-IF
               END-READ
       END-START.

      *Anulacion de un pago mal cargado o devuelto al cliente, solo
      *para supervisor: se graba un movimiento negativo contra el
      *pago original, que queda marcado con el movimiento que lo
      *anula, se recalcula la marca de pagado del presupuesto con
      *la misma logica del pago y se emite una nota de credito
      *numerada que referencia el recibo del pago. El motivo queda
      *en la nota y, con ella, en la auditoria.
       ANULAR-PAGO.
       DISPLAY "Introduzca el ID del pago a anular (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO PAYMENTS-ID.
       READ PAYMENTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un pago con ese ID."
           NOT INVALID KEY
               PERFORM EVALUAR-PAGO-A-ANULAR
       END-READ.

       EVALUAR-PAGO-A-ANULAR.
       EVALUATE TRUE
           WHEN PAYMENTS-TIPO = "R"
               DISPLAY "El movimiento " PAYMENTS-ID " es la "
                   "anulacion del pago " PAYMENTS-REFERENCIA
                   ", no se anula."
           WHEN PAYMENTS-TIPO = "V"
               DISPLAY "El movimiento " PAYMENTS-ID " es el cobro "
                   "de una venta de mostrador, no se anula como "
                   "pago de un presupuesto."
           WHEN PAYMENTS-REFERENCIA NOT = SPACE
               DISPLAY "El pago ya fue anulado por el movimiento "
                   PAYMENTS-REFERENCIA "."
           WHEN OTHER
               MOVE PAYMENTS-REGISTERS TO PAGO-ANULADO
               MOVE PAGO-ANULADO-PRESUPUESTO TO BUDGETS-ID
               READ BUDGETS-FILE RECORD
                   INVALID KEY
                       DISPLAY "No existe el presupuesto "
                           PAGO-ANULADO-PRESUPUESTO
                           " del pago, no se anula."
                   NOT INVALID KEY
                       MOVE BUDGETS-REGISTERS TO IMAGEN-PRESUPUESTO
                       PERFORM NORMALIZAR-IMPORTE-PRESUPUESTO
                       PERFORM CONFIRMAR-ANULACION-PAGO
               END-READ
       END-EVALUATE.

       CONFIRMAR-ANULACION-PAGO.
       MOVE PAGO-ANULADO-IMPORTE TO IMPORTE-EDITADO.
       DISPLAY "Pago " PAGO-ANULADO-ID
           "  Presupuesto " PAGO-ANULADO-PRESUPUESTO
           "  Fecha " PAGO-ANULADO-FECHA.
       DISPLAY "Importe: " IMPORTE-EDITADO
           "  Forma de pago: " PAGO-ANULADO-FORMA.
       PERFORM BUSCAR-RECIBO-DEL-PAGO.
       IF  RECIBO-HALLADO = "S"
           DISPLAY "Recibo emitido: " RECIBO-DEL-PAGO
       ELSE
           DISPLAY "El pago no tiene recibo emitido."
       END-IF.
       DISPLAY "Motivo de la anulacion: ".
       ACCEPT MOTIVO-ANULACION.
       IF  MOTIVO-ANULACION = SPACE
           DISPLAY "Debe indicar el motivo, no se anulo el pago."
       ELSE
           DISPLAY "¿Confirma la anulacion del pago? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM GRABAR-ANULACION-PAGO
      *Si la grabacion del movimiento fallo no hay nada que marcar
      *ni nota que emitir
               IF  WS-PAYMENTS-STATUS = "00"
                   PERFORM MARCAR-PAGO-ANULADO
                   PERFORM RECALCULAR-PAGADO-ANULACION
                   PERFORM EMITIR-NOTA-CREDITO
               END-IF
           END-IF
       END-IF.

      *El recibo del pago se busca recorriendo recibos.dat; los
      *pagos anteriores a los recibos no tienen ninguno
       BUSCAR-RECIBO-DEL-PAGO.
       MOVE "N" TO RECIBO-HALLADO.
       MOVE SPACE TO RECIBO-DEL-PAGO.
       MOVE "000000" TO RECEIPTS-NUMERO.
       START RECEIPTS-FILE KEY IS NOT LESS THAN RECEIPTS-NUMERO
           INVALID KEY MOVE "S" TO FIN-RECIBOS
           NOT INVALID KEY MOVE "N" TO FIN-RECIBOS
       END-START.
       PERFORM COTEJAR-RECIBO-SIGUIENTE UNTIL FIN-RECIBOS = "S".

       COTEJAR-RECIBO-SIGUIENTE.
       READ RECEIPTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-RECIBOS
           NOT AT END
               IF  RECEIPTS-PAGO = PAGO-ANULADO-ID
                   MOVE "S" TO RECIBO-HALLADO
                   MOVE RECEIPTS-NUMERO TO RECIBO-DEL-PAGO
                   MOVE "S" TO FIN-RECIBOS
               END-IF
       END-READ.

      *Movimiento de anulacion: mismo presupuesto y forma de pago
      *que el original, importe en negativo y fecha del dia, para
      *que la caja del dia lo descuente
       GRABAR-ANULACION-PAGO.
       MOVE SPACE TO PAYMENTS-REGISTERS.
       MOVE PAGO-ANULADO-PRESUPUESTO TO PAYMENTS-PRESUPUESTO.
       MOVE WS-FECHA-ARCHIVO TO PAYMENTS-FECHA.
       COMPUTE PAYMENTS-IMPORTE = ZERO - PAGO-ANULADO-IMPORTE.
       MOVE PAGO-ANULADO-FORMA TO PAYMENTS-FORMA_PAGO.
       MOVE "R" TO PAYMENTS-TIPO.
       MOVE PAGO-ANULADO-ID TO PAYMENTS-REFERENCIA.
       MOVE "PAGOS" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO ID-NUMERICO.
       MOVE ID-NUMERICO TO PAYMENTS-ID.
       WRITE PAYMENTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar la anulacion, codigo "
                   WS-PAYMENTS-STATUS
           NOT INVALID KEY
               MOVE PAYMENTS-ID TO ANULACION-ID
               MOVE "G" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE PAYMENTS-ID TO CLAVE-AUDITORIA
               MOVE BUDGETS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE PAYMENTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-WRITE.

       MARCAR-PAGO-ANULADO.
       MOVE PAGO-ANULADO-ID TO PAYMENTS-ID.
       READ PAYMENTS-FILE RECORD
           INVALID KEY
               DISPLAY "No se encontro el pago " PAGO-ANULADO-ID
                   " para marcarlo anulado."
           NOT INVALID KEY
               MOVE PAYMENTS-REGISTERS TO IMAGEN-ANTERIOR
               MOVE ANULACION-ID TO PAYMENTS-REFERENCIA
               REWRITE PAYMENTS-REGISTERS
                   INVALID KEY
                       DISPLAY "Error al marcar anulado el pago."
                   NOT INVALID KEY
                       MOVE "G" TO TIPO-AUDITORIA
                       MOVE "M" TO OPERACION-AUDITORIA
                       MOVE PAYMENTS-ID TO CLAVE-AUDITORIA
                       MOVE BUDGETS-DNI TO DNI-AUDITORIA
                       MOVE PAYMENTS-REGISTERS TO IMAGEN-POSTERIOR
                       PERFORM GRABAR-AUDITORIA
               END-REWRITE
       END-READ.

      *El presupuesto sigue en BUDGETS-REGISTERS desde la lectura
      *inicial; el total pagado ya incluye el movimiento negativo
       RECALCULAR-PAGADO-ANULACION.
       PERFORM CALCULAR-TOTAL-PAGADO.
       PERFORM DETERMINAR-MARCA-PAGADO.
       COMPUTE SALDO-PRESUPUESTO = BUDGETS-IMPORTE - TOTAL-PAGADO.
       REWRITE BUDGETS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el presupuesto."
           NOT INVALID KEY
               MOVE SALDO-PRESUPUESTO TO IMPORTE-EDITADO
               DISPLAY "Pago anulado. Saldo pendiente: "
                   IMPORTE-EDITADO
               MOVE "P" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE BUDGETS-ID TO CLAVE-AUDITORIA
               MOVE BUDGETS-DNI TO DNI-AUDITORIA
               MOVE IMAGEN-PRESUPUESTO TO IMAGEN-ANTERIOR
               MOVE BUDGETS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

      *Nota de credito numerada por el importe anulado, grabada en
      *notascred.dat con el motivo y el supervisor que la autorizo
       EMITIR-NOTA-CREDITO.
       MOVE SPACE TO NOTAS-REGISTERS.
       MOVE "NOTASCRED" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO NUMERO-NOTA.
       MOVE NUMERO-NOTA TO NOTAS-NUMERO.
       MOVE RECIBO-DEL-PAGO TO NOTAS-RECIBO.
       MOVE PAGO-ANULADO-ID TO NOTAS-PAGO.
       MOVE ANULACION-ID TO NOTAS-ANULACION.
       MOVE PAGO-ANULADO-PRESUPUESTO TO NOTAS-PRESUPUESTO.
       MOVE BUDGETS-DNI TO NOTAS-DNI.
       MOVE BUDGETS-DNI TO DNI-A-VALIDAR.
       PERFORM VALIDAR-DNI-CLIENTE.
       IF  DNI-VALIDO = "S"
           MOVE CUSTOMERS-NAME TO NOTAS-CLIENTE
       END-IF.
       MOVE WS-FECHA-ARCHIVO TO NOTAS-FECHA.
       MOVE PAGO-ANULADO-IMPORTE TO NOTAS-IMPORTE.
       MOVE PAGO-ANULADO-FORMA TO NOTAS-FORMA_PAGO.
       MOVE MOTIVO-ANULACION TO NOTAS-MOTIVO.
       MOVE OPERADOR-ACTUAL TO NOTAS-OPERADOR.
       MOVE SALDO-PRESUPUESTO TO NOTAS-SALDO.
       WRITE NOTAS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar la nota de credito, codigo "
                   WS-NOTAS-STATUS
           NOT INVALID KEY
               MOVE "K" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE NOTAS-NUMERO TO CLAVE-AUDITORIA
               MOVE NOTAS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE NOTAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               PERFORM IMPRIMIR-NOTA-CREDITO
       END-WRITE.

       IMPRIMIR-NOTA-CREDITO.
       DISPLAY " ".
       DISPLAY "=============================================".
       DISPLAY "          TALLER RECORD SYSTEM".
       DISPLAY "     Servicio tecnico de computadoras".
       DISPLAY "---------------------------------------------".
       DISPLAY "NOTA DE CREDITO Nro " NOTAS-NUMERO
           "  Fecha: " NOTAS-FECHA.
       DISPLAY "Cliente: " NOTAS-CLIENTE
           "  DNI: " NOTAS-DNI.
       DISPLAY "Presupuesto: " NOTAS-PRESUPUESTO
           "   Pago anulado: " NOTAS-PAGO.
       IF  NOTAS-RECIBO NOT = SPACE
           DISPLAY "Anula el recibo Nro " NOTAS-RECIBO
       END-IF.
       MOVE NOTAS-IMPORTE TO IMPORTE-EDITADO.
       DISPLAY "Importe acreditado: " IMPORTE-EDITADO.
       DISPLAY "Forma de pago: " NOTAS-FORMA_PAGO.
       DISPLAY "Motivo: " NOTAS-MOTIVO.
       MOVE NOTAS-SALDO TO SALDO-EDITADO.
       DISPLAY "Saldo pendiente del presupuesto: " SALDO-EDITADO.
       DISPLAY "Autorizo: " NOTAS-OPERADOR.
       DISPLAY "=============================================".

      *Venta de mostrador de repuestos y accesorios, sin equipo ni
      *presupuesto. El cliente es opcional: en blanco la venta sale
      *a consumidor final. Los renglones se cargan en memoria con
      *el precio de venta del repuesto; al confirmar se graba el
      *cobro como un pago de tipo V, se graban los renglones en
      *ventas.dat bajo el numero del recibo, se descuenta el stock
      *con su movimiento V en el kardex y se imprime el recibo.
       VENTA-MOSTRADOR.
       DISPLAY " ".
       DISPLAY "===== Venta de mostrador =====".
       MOVE "N" TO DNI-VALIDO.
       PERFORM PEDIR-CLIENTE-VENTA UNTIL DNI-VALIDO = "S".
       MOVE ZERO TO CANTIDAD-RENGLONES.
       MOVE ZERO TO TOTAL-VENTA.
       MOVE "N" TO FIN-CARGA-VENTA.
       PERFORM CARGAR-RENGLON-VENTA UNTIL FIN-CARGA-VENTA = "S".
       IF  CANTIDAD-RENGLONES = ZERO
           DISPLAY "No se registro ninguna venta."
       ELSE
           PERFORM CONFIRMAR-VENTA
       END-IF.

       PEDIR-CLIENTE-VENTA.
       DISPLAY "Introduzca el DNI del cliente (blanco = consumidor "
           "final): ".
       ACCEPT DNI-VENTA.
       IF  DNI-VENTA = SPACE
           MOVE "S" TO DNI-VALIDO
           MOVE "CONSUMIDOR FINAL" TO CLIENTE-VENTA
           MOVE "CF" TO CONDICION-VENTA
           MOVE SPACE TO CUIT-VENTA
       ELSE
           MOVE DNI-VENTA TO DNI-A-VALIDAR
           PERFORM VALIDAR-DNI-CLIENTE
           IF  DNI-VALIDO = "S"
               PERFORM TOMAR-CLIENTE-VENTA
           ELSE
               DISPLAY "No existe un cliente con ese DNI."
           END-IF
       END-IF.

      *La venta se factura con la condicion frente al IVA del
      *cliente; al responsable inscripto sin CUIT no se le puede
      *hacer la A, asi que se vuelve a pedir el cliente
       TOMAR-CLIENTE-VENTA.
       MOVE CUSTOMERS-NAME TO CLIENTE-VENTA.
       MOVE CUSTOMERS-CONDICION-IVA TO CONDICION-VENTA.
       MOVE CUSTOMERS-CUIT TO CUIT-VENTA.
       IF  CONDICION-VENTA = SPACE
           MOVE "CF" TO CONDICION-VENTA
       END-IF.
       IF  CONDICION-VENTA = "RI" AND CUIT-VENTA = SPACE
           DISPLAY "El cliente es responsable inscripto y no tiene "
               "CUIT cargado: cargue el CUIT o venda a consumidor "
               "final."
           MOVE "N" TO DNI-VALIDO
       ELSE
           DISPLAY "Cliente: " CLIENTE-VENTA
       END-IF.

       CARGAR-RENGLON-VENTA.
       DISPLAY "Codigo del repuesto (blanco = terminar): ".
       ACCEPT PARTS-CODIGO.
       IF  PARTS-CODIGO = SPACE
           MOVE "S" TO FIN-CARGA-VENTA
       ELSE
           READ PARTS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe un repuesto con ese codigo."
               NOT INVALID KEY
                   PERFORM CARGAR-CANTIDAD-VENTA
           END-READ
       END-IF.

      *Si el repuesto ya esta en la venta la cantidad se suma a su
      *renglon; el stock se controla contra el total del renglon
       CARGAR-CANTIDAD-VENTA.
       IF  PARTS-PRECIO-VENTA NOT NUMERIC
           PERFORM CALCULAR-PRECIO-VENTA
       END-IF.
       MOVE PARTS-PRECIO-VENTA TO PRECIO-EDITADO.
       DISPLAY PARTS-DESCRIPCION "  Precio: " PRECIO-EDITADO
           "  Stock: " PARTS-STOCK.
       PERFORM BUSCAR-RENGLON-VENTA.
       DISPLAY "Introduzca la cantidad: ".
       ACCEPT CANTIDAD-TEXTO.
       PERFORM CONVERTIR-CANTIDAD.
       IF  CANTIDAD-CONSUMIDA = ZERO
           DISPLAY "No se agrego el renglon."
       ELSE
           IF  RENGLON-HALLADO = "S"
               COMPUTE CANTIDAD-PEDIDA = CANTIDAD-CONSUMIDA
                   + CANTIDAD-RENGLON (INDICE-RENGLON)
           ELSE
               MOVE CANTIDAD-CONSUMIDA TO CANTIDAD-PEDIDA
           END-IF
           EVALUATE TRUE
               WHEN CANTIDAD-PEDIDA > PARTS-STOCK
                   DISPLAY "Stock insuficiente: quedan " PARTS-STOCK
                       " unidades."
               WHEN RENGLON-HALLADO = "S"
                   PERFORM SUMAR-A-RENGLON-VENTA
               WHEN CANTIDAD-RENGLONES NOT < 20
                   DISPLAY "La venta admite hasta 20 renglones."
               WHEN OTHER
                   PERFORM AGREGAR-RENGLON-VENTA
           END-EVALUATE
       END-IF.

       BUSCAR-RENGLON-VENTA.
       MOVE "N" TO RENGLON-HALLADO.
       MOVE ZERO TO INDICE-RENGLON.
       PERFORM COTEJAR-RENGLON-VENTA
       UNTIL RENGLON-HALLADO = "S"
       OR INDICE-RENGLON NOT < CANTIDAD-RENGLONES.
       IF  RENGLON-HALLADO = "S"
           DISPLAY "Ya hay " CANTIDAD-RENGLON (INDICE-RENGLON)
               " unidades en la venta."
       END-IF.

       COTEJAR-RENGLON-VENTA.
       ADD 1 TO INDICE-RENGLON.
       IF  CODIGO-RENGLON (INDICE-RENGLON) = PARTS-CODIGO
           MOVE "S" TO RENGLON-HALLADO
       END-IF.

       AGREGAR-RENGLON-VENTA.
       ADD 1 TO CANTIDAD-RENGLONES.
       MOVE CANTIDAD-RENGLONES TO INDICE-RENGLON.
       MOVE PARTS-CODIGO TO CODIGO-RENGLON (INDICE-RENGLON).
       MOVE PARTS-DESCRIPCION TO DESCRIPCION-RENGLON (INDICE-RENGLON).
       MOVE PARTS-PRECIO-VENTA TO PRECIO-RENGLON (INDICE-RENGLON).
       MOVE ZERO TO CANTIDAD-RENGLON (INDICE-RENGLON).
       MOVE ZERO TO IMPORTE-RENGLON (INDICE-RENGLON).
       PERFORM SUMAR-A-RENGLON-VENTA.

       SUMAR-A-RENGLON-VENTA.
       SUBTRACT IMPORTE-RENGLON (INDICE-RENGLON) FROM TOTAL-VENTA.
       MOVE CANTIDAD-PEDIDA TO CANTIDAD-RENGLON (INDICE-RENGLON).
       COMPUTE IMPORTE-RENGLON (INDICE-RENGLON) =
           CANTIDAD-RENGLON (INDICE-RENGLON)
           * PRECIO-RENGLON (INDICE-RENGLON).
       ADD IMPORTE-RENGLON (INDICE-RENGLON) TO TOTAL-VENTA.
       MOVE TOTAL-VENTA TO TOTAL-EDITADO.
       DISPLAY "Renglon cargado. Total de la venta: " TOTAL-EDITADO.

      *Muestra la venta completa, pide la forma de pago y la
      *confirmacion. El cobro entra en un solo pago, asi que el
      *total no puede pasar el importe maximo de un pago.
       CONFIRMAR-VENTA.
       DISPLAY " ".
       DISPLAY "Cliente: " CLIENTE-VENTA "  DNI: " DNI-VENTA.
       MOVE ZERO TO INDICE-RENGLON.
       PERFORM MOSTRAR-RENGLON-VENTA
       UNTIL INDICE-RENGLON NOT < CANTIDAD-RENGLONES.
       MOVE TOTAL-VENTA TO TOTAL-EDITADO.
       DISPLAY "Total a cobrar: " TOTAL-EDITADO.
       IF  TOTAL-VENTA > 9999999.99
           DISPLAY "El total supera el importe maximo de un cobro: "
               "divida la venta en dos."
       ELSE
           DISPLAY FORMA_PAGO
           ACCEPT FORMA-PAGO-VENTA
           DISPLAY "¿Confirma la venta? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM VERIFICAR-STOCK-VENTA
               IF  STOCK-SUFICIENTE = "S"
                   PERFORM GRABAR-VENTA
               ELSE
                   DISPLAY "No se registro la venta."
               END-IF
           ELSE
               DISPLAY "Venta cancelada."
           END-IF
       END-IF.

       MOSTRAR-RENGLON-VENTA.
       ADD 1 TO INDICE-RENGLON.
       MOVE CANTIDAD-RENGLON (INDICE-RENGLON) TO CANTIDAD-EDITADA.
       MOVE PRECIO-RENGLON (INDICE-RENGLON) TO PRECIO-EDITADO.
       MOVE IMPORTE-RENGLON (INDICE-RENGLON) TO TOTAL-EDITADO.
       DISPLAY CODIGO-RENGLON (INDICE-RENGLON) " "
           DESCRIPCION-RENGLON (INDICE-RENGLON) " "
           CANTIDAD-EDITADA " x " PRECIO-EDITADO " = " TOTAL-EDITADO.

      *Antes de grabar nada se vuelve a leer cada repuesto, por si
      *otra terminal consumio stock mientras se armaba la venta
       VERIFICAR-STOCK-VENTA.
       MOVE "S" TO STOCK-SUFICIENTE.
       MOVE ZERO TO INDICE-RENGLON.
       PERFORM VERIFICAR-STOCK-RENGLON
       UNTIL INDICE-RENGLON NOT < CANTIDAD-RENGLONES.

       VERIFICAR-STOCK-RENGLON.
       ADD 1 TO INDICE-RENGLON.
       MOVE CODIGO-RENGLON (INDICE-RENGLON) TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               DISPLAY "El repuesto " PARTS-CODIGO " ya no existe."
               MOVE "N" TO STOCK-SUFICIENTE
           NOT INVALID KEY
               IF  CANTIDAD-RENGLON (INDICE-RENGLON) > PARTS-STOCK
                   DISPLAY "Stock insuficiente de " PARTS-CODIGO
                       ": quedan " PARTS-STOCK " unidades."
                   MOVE "N" TO STOCK-SUFICIENTE
               END-IF
       END-READ.

      *El recibo de la venta toma su numero antes de grabar los
      *renglones, que quedan en ventas.dat bajo ese numero. Despues
      *del recibo se emite la factura de la venta
       GRABAR-VENTA.
       PERFORM ESCRIBIR-PAGO-VENTA.
      *Si la grabacion del cobro fallo no se toca el stock ni se
      *emite recibo
       IF  WS-PAYMENTS-STATUS = "00"
           MOVE "RECIBOS" TO CLAVE-CONTROL
           PERFORM OBTENER-PROXIMO-NUMERO
           MOVE NUMERO-ASIGNADO TO NUMERO-RECIBO
           MOVE NUMERO-RECIBO TO RECIBO-VENTA
           MOVE ZERO TO INDICE-RENGLON
           PERFORM GRABAR-RENGLON-VENTA
           UNTIL INDICE-RENGLON NOT < CANTIDAD-RENGLONES
           PERFORM EMITIR-RECIBO-VENTA
           PERFORM FACTURAR-VENTA
       END-IF.

       ESCRIBIR-PAGO-VENTA.
       MOVE SPACE TO PAYMENTS-REGISTERS.
       MOVE "V" TO PAYMENTS-TIPO.
       MOVE WS-FECHA-ARCHIVO TO PAYMENTS-FECHA.
       MOVE TOTAL-VENTA TO PAYMENTS-IMPORTE.
       MOVE FORMA-PAGO-VENTA TO PAYMENTS-FORMA_PAGO.
       MOVE "PAGOS" TO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO ID-NUMERICO.
       MOVE ID-NUMERICO TO PAYMENTS-ID.
       WRITE PAYMENTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar el cobro de la venta, "
                   "codigo " WS-PAYMENTS-STATUS
           NOT INVALID KEY
               MOVE PAYMENTS-REGISTERS TO PAGO-EMITIDO
               MOVE "G" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE PAYMENTS-ID TO CLAVE-AUDITORIA
               MOVE DNI-VENTA TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE PAYMENTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-WRITE.

       GRABAR-RENGLON-VENTA.
       ADD 1 TO INDICE-RENGLON.
       MOVE SPACE TO VENTAS-REGISTERS.
       MOVE RECIBO-VENTA TO VENTAS-RECIBO.
       MOVE INDICE-RENGLON TO VENTAS-RENGLON.
       MOVE WS-FECHA-ARCHIVO TO VENTAS-FECHA.
       MOVE CODIGO-RENGLON (INDICE-RENGLON) TO VENTAS-CODIGO.
       MOVE DESCRIPCION-RENGLON (INDICE-RENGLON)
           TO VENTAS-DESCRIPCION.
       MOVE CANTIDAD-RENGLON (INDICE-RENGLON) TO VENTAS-CANTIDAD.
       MOVE PRECIO-RENGLON (INDICE-RENGLON) TO VENTAS-PRECIO.
       MOVE IMPORTE-RENGLON (INDICE-RENGLON) TO VENTAS-IMPORTE.
       WRITE VENTAS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar el renglon de la venta, "
                   "codigo " WS-VENTAS-STATUS
           NOT INVALID KEY
               MOVE "M" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE RECIBO-VENTA TO CLAVE-AUDITORIA
               MOVE DNI-VENTA TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE VENTAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               PERFORM DESCONTAR-STOCK-VENTA
       END-WRITE.

       DESCONTAR-STOCK-VENTA.
       MOVE VENTAS-CODIGO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe el repuesto " VENTAS-CODIGO "."
           NOT INVALID KEY
               PERFORM APLICAR-SALIDA-VENTA
       END-READ.

      *Descuenta el stock vendido y lo asienta en el kardex como
      *venta, con el recibo como documento
       APLICAR-SALIDA-VENTA.
       MOVE PARTS-REGISTERS TO IMAGEN-ANTERIOR.
       SUBTRACT VENTAS-CANTIDAD FROM PARTS-STOCK.
       REWRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el stock del repuesto."
           NOT INVALID KEY
               IF  PARTS-STOCK NOT > PARTS-REPOSICION
                   DISPLAY "Atencion: el repuesto " PARTS-CODIGO
                       " llego a su nivel de reposicion."
               END-IF
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO DNI-AUDITORIA
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "V" TO TIPO-MOVIMIENTO
               MOVE ZERO TO ENTRADA-MOVIMIENTO
               MOVE VENTAS-CANTIDAD TO SALIDA-MOVIMIENTO
               MOVE SPACE TO DOCUMENTO-MOVIMIENTO
               STRING "VENTA " RECIBO-VENTA
                   DELIMITED BY SIZE INTO DOCUMENTO-MOVIMIENTO
               PERFORM GRABAR-MOVIMIENTO-STOCK
       END-REWRITE.

      *Recibo numerado de la venta, con los datos del cobro
      *resguardado en PAGO-EMITIDO. No lleva presupuesto ni saldo.
       EMITIR-RECIBO-VENTA.
       MOVE SPACE TO RECEIPTS-REGISTERS.
       MOVE RECIBO-VENTA TO RECEIPTS-NUMERO.
       MOVE PAGO-EMITIDO-ID TO RECEIPTS-PAGO.
       MOVE SPACE TO RECEIPTS-PRESUPUESTO.
       MOVE DNI-VENTA TO RECEIPTS-DNI.
       MOVE CLIENTE-VENTA TO RECEIPTS-CLIENTE.
       MOVE PAGO-EMITIDO-FECHA TO RECEIPTS-FECHA.
       MOVE PAGO-EMITIDO-IMPORTE TO RECEIPTS-IMPORTE.
       MOVE PAGO-EMITIDO-FORMA TO RECEIPTS-FORMA_PAGO.
       MOVE ZERO TO RECEIPTS-SALDO.
       WRITE RECEIPTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar el recibo, codigo "
                   WS-RECEIPTS-STATUS
           NOT INVALID KEY
               DISPLAY "Venta registrada."
               MOVE "I" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE RECEIPTS-NUMERO TO CLAVE-AUDITORIA
               MOVE RECEIPTS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE RECEIPTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "N" TO ES-REIMPRESION
               PERFORM IMPRIMIR-RECIBO
       END-WRITE.

      *Submenu de facturacion: emision de la factura de un
      *presupuesto entregado y reimpresion de una factura emitida.
      *El Libro IVA Ventas del mes sale con LIBRO-IVA-VENTAS.
       MENU-FACTURACION.
       DISPLAY " ".
       DISPLAY "--- Facturacion ---".
       DISPLAY "1. Facturar presupuesto entregado".
       DISPLAY "2. Reimprimir factura".
       DISPLAY "3. Volver".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-FACTURACION.
       EVALUATE OPCION-FACTURACION
           WHEN 1 PERFORM FACTURAR-PRESUPUESTO
           WHEN 2 PERFORM REIMPRIMIR-FACTURA
           WHEN OTHER CONTINUE
       END-EVALUATE.

       FACTURAR-PRESUPUESTO.
       DISPLAY "Introduzca el ID del presupuesto (6 digitos): ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO BUDGETS-ID.
       READ BUDGETS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe un presupuesto con ese ID."
           NOT INVALID KEY
               PERFORM NORMALIZAR-IMPORTE-PRESUPUESTO
               PERFORM VERIFICAR-PRESUPUESTO-FACTURABLE
               IF  FACTURA-EMITIBLE = "S"
                   PERFORM PREPARAR-FACTURA
               END-IF
       END-READ.

      *Se factura un presupuesto no rechazado ni vencido, cuyo
      *equipo ya se entrego, que no tenga factura emitida y cuyo
      *total no sea cero
       VERIFICAR-PRESUPUESTO-FACTURABLE.
       MOVE "S" TO FACTURA-EMITIBLE.
       IF  BUDGETS-APROBACION = "R" OR BUDGETS-APROBACION = "V"
           DISPLAY "El presupuesto fue rechazado o vencio, no se "
               "factura."
           MOVE "N" TO FACTURA-EMITIBLE
       END-IF.
       IF  FACTURA-EMITIBLE = "S"
           MOVE BUDGETS-EQUIPO TO EQUIPMENTS-ID
           READ EQUIPMENTS-FILE RECORD
               INVALID KEY
                   DISPLAY "El presupuesto no tiene un equipo "
                       "asociado, no se factura."
                   MOVE "N" TO FACTURA-EMITIBLE
               NOT INVALID KEY
                   IF  EQUIPMENTS-ESTADO NOT = "4"
                       DISPLAY "El equipo todavia no se entrego, "
                           "no se factura."
                       MOVE "N" TO FACTURA-EMITIBLE
                   END-IF
           END-READ
       END-IF.
       IF  FACTURA-EMITIBLE = "S"
           MOVE BUDGETS-ID TO FACTURAS-PRESUPUESTO
           START FACTURAS-FILE KEY IS EQUAL TO FACTURAS-PRESUPUESTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ FACTURAS-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF  FACTURAS-PRESUPUESTO = BUDGETS-ID
                               DISPLAY "El presupuesto ya fue "
                                   "facturado: factura "
                                   FACTURAS-LETRA " "
                                   FACTURAS-PUNTO-VENTA "-"
                                   FACTURAS-NUMERO
                               MOVE "N" TO FACTURA-EMITIBLE
                           END-IF
                   END-READ
           END-START
       END-IF.
       IF  FACTURA-EMITIBLE = "S"
           MOVE BUDGETS-DNI TO DNI-A-VALIDAR
           PERFORM VALIDAR-DNI-CLIENTE
           IF  DNI-VALIDO NOT = "S"
               DISPLAY "No se encontro el cliente del presupuesto, "
                   "no se factura."
               MOVE "N" TO FACTURA-EMITIBLE
           ELSE
               IF  CUSTOMERS-CONDICION-IVA = SPACE
                   MOVE "CF" TO CUSTOMERS-CONDICION-IVA
               END-IF
               IF  CUSTOMERS-CONDICION-IVA = "RI"
               AND CUSTOMERS-CUIT = SPACE
                   DISPLAY "El cliente es responsable inscripto y "
                       "no tiene CUIT cargado, no se factura."
                   MOVE "N" TO FACTURA-EMITIBLE
               END-IF
           END-IF
       END-IF.
       IF  FACTURA-EMITIBLE = "S"
           PERFORM DETERMINAR-LETRA-FACTURA
           PERFORM CALCULAR-IMPORTES-FACTURA
           IF  TOTAL-FACTURA = ZERO
               DISPLAY "El presupuesto no tiene importe: cargue sus "
                   "lineas antes de facturarlo."
               MOVE "N" TO FACTURA-EMITIBLE
           END-IF
       END-IF.

      *Arma la factura en memoria, la muestra y pide confirmacion
       PREPARAR-FACTURA.
       MOVE SPACE TO FACTURAS-REGISTERS.
       PERFORM DETERMINAR-LETRA-FACTURA.
       MOVE LETRA-FACTURA TO FACTURAS-LETRA.
       MOVE PUNTO-VENTA TO FACTURAS-PUNTO-VENTA.
       MOVE ZERO TO FACTURAS-NUMERO.
       MOVE WS-FECHA-ARCHIVO TO FACTURAS-FECHA.
       MOVE BUDGETS-ID TO FACTURAS-PRESUPUESTO.
       MOVE BUDGETS-EQUIPO TO FACTURAS-EQUIPO.
       MOVE CUSTOMERS-DNI TO FACTURAS-DNI.
       MOVE CUSTOMERS-NAME TO FACTURAS-CLIENTE.
       MOVE CUSTOMERS-CONDICION-IVA TO FACTURAS-CONDICION-IVA.
       MOVE CUSTOMERS-CUIT TO FACTURAS-CUIT.
       MOVE OPERADOR-ACTUAL TO FACTURAS-OPERADOR.
       PERFORM CALCULAR-IMPORTES-FACTURA.
       MOVE FACTURAS-NETO TO TOTAL-EDITADO.
       DISPLAY "Factura " FACTURAS-LETRA " para " FACTURAS-CLIENTE.
       DISPLAY "Neto: " TOTAL-EDITADO.
       MOVE FACTURAS-IVA TO TOTAL-EDITADO.
       DISPLAY "IVA: " TOTAL-EDITADO.
       MOVE FACTURAS-TOTAL TO TOTAL-EDITADO.
       DISPLAY "Total: " TOTAL-EDITADO.
       DISPLAY "¿Confirma la emision de la factura? (S/N)".
       ACCEPT SI-NO.
       IF  SI-NO = "S" OR SI-NO = "s"
           PERFORM EMITIR-FACTURA
       ELSE
           DISPLAY "No se emitio la factura."
       END-IF.

      *Taller monotributista: siempre C. Taller inscripto: A al
      *responsable inscripto, B al resto
       DETERMINAR-LETRA-FACTURA.
       IF  CONDICION-EMISOR = "MT"
           MOVE "C" TO LETRA-FACTURA
       ELSE
           IF  CUSTOMERS-CONDICION-IVA = "RI"
               MOVE "A" TO LETRA-FACTURA
           ELSE
               MOVE "B" TO LETRA-FACTURA
           END-IF
       END-IF.

      *Los importes del presupuesto son precios finales: el neto de
      *cada linea se separa del IVA que tiene incluido. En la C no
      *se discrimina IVA. Un presupuesto sin lineas se toma entero
       CALCULAR-IMPORTES-FACTURA.
       MOVE ZERO TO NETO-FACTURA.
       MOVE ZERO TO TOTAL-FACTURA.
       MOVE ZERO TO LINEAS-FACTURA.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
       END-START.
       PERFORM SUMAR-LINEA-FACTURA UNTIL FIN-DETALLES = "S".
       IF  LINEAS-FACTURA = ZERO
           MOVE BUDGETS-IMPORTE TO TOTAL-FACTURA
           MOVE BUDGETS-IMPORTE TO NETO-LINEA
           PERFORM CALCULAR-NETO-LINEA
           MOVE NETO-LINEA TO NETO-FACTURA
       END-IF.
       MOVE NETO-FACTURA TO FACTURAS-NETO.
       MOVE TOTAL-FACTURA TO FACTURAS-TOTAL.
       COMPUTE FACTURAS-IVA = TOTAL-FACTURA - NETO-FACTURA.

       SUMAR-LINEA-FACTURA.
       READ DETALLES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-DETALLES
           NOT AT END
               IF  DETALLES-PRESUPUESTO = BUDGETS-ID
                   ADD 1 TO LINEAS-FACTURA
                   ADD DETALLES-IMPORTE TO TOTAL-FACTURA
                   MOVE DETALLES-IMPORTE TO NETO-LINEA
                   PERFORM CALCULAR-NETO-LINEA
                   ADD NETO-LINEA TO NETO-FACTURA
               END-IF
       END-READ.

      *Recibe en NETO-LINEA un importe final y lo deja sin IVA
       CALCULAR-NETO-LINEA.
       IF  LETRA-FACTURA NOT = "C"
           COMPUTE NETO-LINEA ROUNDED =
               NETO-LINEA * 100 / (100 + TASA-IVA)
       END-IF.

      *Factura de una venta de mostrador ya cobrada, con la misma
      *numeracion por letra que la de los presupuestos. Sin cliente
      *se factura a consumidor final. Los precios de los renglones
      *son finales y el neto se separa renglon por renglon
       FACTURAR-VENTA.
       MOVE SPACE TO FACTURAS-REGISTERS.
       MOVE CONDICION-VENTA TO CUSTOMERS-CONDICION-IVA.
       PERFORM DETERMINAR-LETRA-FACTURA.
       MOVE LETRA-FACTURA TO FACTURAS-LETRA.
       MOVE PUNTO-VENTA TO FACTURAS-PUNTO-VENTA.
       MOVE ZERO TO FACTURAS-NUMERO.
       MOVE WS-FECHA-ARCHIVO TO FACTURAS-FECHA.
       MOVE DNI-VENTA TO FACTURAS-DNI.
       MOVE CLIENTE-VENTA TO FACTURAS-CLIENTE.
       MOVE CONDICION-VENTA TO FACTURAS-CONDICION-IVA.
       MOVE CUIT-VENTA TO FACTURAS-CUIT.
       MOVE OPERADOR-ACTUAL TO FACTURAS-OPERADOR.
       MOVE RECIBO-VENTA TO FACTURAS-RECIBO.
       MOVE ZERO TO NETO-FACTURA.
       MOVE ZERO TO INDICE-RENGLON.
       PERFORM SUMAR-RENGLON-FACTURA
       UNTIL INDICE-RENGLON NOT < CANTIDAD-RENGLONES.
       MOVE TOTAL-VENTA TO TOTAL-FACTURA.
       MOVE NETO-FACTURA TO FACTURAS-NETO.
       MOVE TOTAL-FACTURA TO FACTURAS-TOTAL.
       COMPUTE FACTURAS-IVA = TOTAL-FACTURA - NETO-FACTURA.
       PERFORM EMITIR-FACTURA.

       SUMAR-RENGLON-FACTURA.
       ADD 1 TO INDICE-RENGLON.
       MOVE IMPORTE-RENGLON (INDICE-RENGLON) TO NETO-LINEA.
       PERFORM CALCULAR-NETO-LINEA.
       ADD NETO-LINEA TO NETO-FACTURA.

       EMITIR-FACTURA.
       MOVE SPACE TO CLAVE-CONTROL.
       STRING "FACTURA-" LETRA-FACTURA
           DELIMITED BY SIZE INTO CLAVE-CONTROL.
       PERFORM OBTENER-PROXIMO-NUMERO.
       MOVE NUMERO-ASIGNADO TO FACTURAS-NUMERO.
       WRITE FACTURAS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar la factura, codigo "
                   WS-FACTURAS-STATUS
           NOT INVALID KEY
               MOVE "F" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE FACTURAS-NUMERO (3:6) TO CLAVE-AUDITORIA
               MOVE FACTURAS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE FACTURAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               MOVE "N" TO ES-REIMPRESION
               PERFORM IMPRIMIR-FACTURA
       END-WRITE.

      *Reimpresion de una factura emitida, marcada DUPLICADO y
      *asentada en la auditoria como la de los recibos
       REIMPRIMIR-FACTURA.
       DISPLAY "Introduzca la letra de la factura (A, B o C): ".
       ACCEPT LETRA-FACTURA.
       INSPECT LETRA-FACTURA CONVERTING "abc" TO "ABC".
       DISPLAY "Introduzca el numero de factura (8 digitos): ".
       ACCEPT NUMERO-FACTURA-BUSCADO.
       MOVE LETRA-FACTURA TO FACTURAS-LETRA.
       MOVE PUNTO-VENTA TO FACTURAS-PUNTO-VENTA.
       MOVE NUMERO-FACTURA-BUSCADO TO FACTURAS-NUMERO.
       READ FACTURAS-FILE RECORD
           INVALID KEY
               DISPLAY "No existe una factura con ese numero."
           NOT INVALID KEY
               MOVE "S" TO ES-REIMPRESION
               PERFORM IMPRIMIR-FACTURA
               MOVE "F" TO TIPO-AUDITORIA
               MOVE "R" TO OPERACION-AUDITORIA
               MOVE FACTURAS-NUMERO (3:6) TO CLAVE-AUDITORIA
               MOVE FACTURAS-DNI TO DNI-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE FACTURAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-READ.

      *Impresion de la factura que esta en FACTURAS-REGISTERS. En la
      *A los precios van sin IVA y el IVA se discrimina al pie; en la
      *B y la C van los precios finales
       IMPRIMIR-FACTURA.
       MOVE FACTURAS-LETRA TO LETRA-FACTURA.
       DISPLAY " ".
       DISPLAY "=============================================".
       DISPLAY "          TALLER RECORD SYSTEM".
       DISPLAY "     Servicio tecnico de computadoras".
       MOVE CONDICION-EMISOR TO CUSTOMERS-CONDICION-IVA.
       PERFORM DESCRIBIR-CONDICION-IVA.
       DISPLAY "     " TEXTO-CONDICION-IVA.
       IF  ES-REIMPRESION = "S"
           DISPLAY "            *** DUPLICADO ***"
       END-IF.
       DISPLAY "---------------------------------------------".
       DISPLAY "FACTURA " FACTURAS-LETRA "   Nro " FACTURAS-PUNTO-VENTA
           "-" FACTURAS-NUMERO "   Fecha: " FACTURAS-FECHA.
       DISPLAY "Cliente: " FACTURAS-CLIENTE "  DNI: " FACTURAS-DNI.
       MOVE FACTURAS-CONDICION-IVA TO CUSTOMERS-CONDICION-IVA.
       PERFORM DESCRIBIR-CONDICION-IVA.
       DISPLAY "Condicion IVA: " TEXTO-CONDICION-IVA.
       IF  FACTURAS-CUIT NOT = SPACE
           DISPLAY "CUIT: " FACTURAS-CUIT
       END-IF.
       IF  FACTURAS-RECIBO NOT = SPACE
           DISPLAY "Venta de mostrador   Recibo: " FACTURAS-RECIBO
           DISPLAY "---------------------------------------------"
           PERFORM IMPRIMIR-RENGLONES-FACTURA
       ELSE
           DISPLAY "Presupuesto: " FACTURAS-PRESUPUESTO
               "   Equipo: " FACTURAS-EQUIPO
           DISPLAY "---------------------------------------------"
           PERFORM IMPRIMIR-DETALLES-FACTURA
       END-IF.
       DISPLAY "---------------------------------------------".
       IF  FACTURAS-LETRA = "A"
           MOVE FACTURAS-NETO TO TOTAL-EDITADO
           DISPLAY "Neto gravado:     " TOTAL-EDITADO
           MOVE TASA-IVA TO TASA-IVA-EDITADA
           MOVE FACTURAS-IVA TO TOTAL-EDITADO
           DISPLAY "IVA " TASA-IVA-EDITADA "%:       " TOTAL-EDITADO
       END-IF.
       MOVE FACTURAS-TOTAL TO TOTAL-EDITADO.
       DISPLAY "TOTAL:            " TOTAL-EDITADO.
       IF  FACTURAS-LETRA = "B"
           MOVE FACTURAS-IVA TO TOTAL-EDITADO
           DISPLAY "IVA contenido:    " TOTAL-EDITADO
       END-IF.
       DISPLAY "=============================================".

       IMPRIMIR-DETALLES-FACTURA.
       MOVE ZERO TO LINEAS-FACTURA.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
       END-START.
       PERFORM IMPRIMIR-LINEA-FACTURA UNTIL FIN-DETALLES = "S".
       IF  LINEAS-FACTURA = ZERO
           MOVE FACTURAS-PRESUPUESTO TO BUDGETS-ID
           READ BUDGETS-FILE RECORD
               INVALID KEY MOVE SPACE TO BUDGETS-DESCRIPCION
           END-READ
           IF  FACTURAS-LETRA = "A"
               MOVE FACTURAS-NETO TO TOTAL-EDITADO
           ELSE
               MOVE FACTURAS-TOTAL TO TOTAL-EDITADO
           END-IF
           DISPLAY BUDGETS-DESCRIPCION (1:40) "  " TOTAL-EDITADO
       END-IF.

       IMPRIMIR-LINEA-FACTURA.
       READ DETALLES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-DETALLES
           NOT AT END
               IF  DETALLES-PRESUPUESTO = FACTURAS-PRESUPUESTO
                   ADD 1 TO LINEAS-FACTURA
                   MOVE DETALLES-PRECIO TO NETO-LINEA
                   IF  FACTURAS-LETRA = "A"
                       PERFORM CALCULAR-NETO-LINEA
                   END-IF
                   MOVE NETO-LINEA TO PRECIO-LINEA
                   MOVE DETALLES-IMPORTE TO NETO-LINEA
                   IF  FACTURAS-LETRA = "A"
                       PERFORM CALCULAR-NETO-LINEA
                   END-IF
                   MOVE DETALLES-CANTIDAD TO CANTIDAD-EDITADA
                   MOVE PRECIO-LINEA TO PRECIO-EDITADO
                   MOVE NETO-LINEA TO TOTAL-EDITADO
                   DISPLAY DETALLES-DESCRIPCION
                   DISPLAY "   " CANTIDAD-EDITADA " x "
                       PRECIO-EDITADO "  " TOTAL-EDITADO
               END-IF
       END-READ.

      *Renglones de la venta de mostrador facturada, desde ventas.dat
      *por el numero de recibo; en la A van sin IVA
       IMPRIMIR-RENGLONES-FACTURA.
       MOVE FACTURAS-RECIBO TO VENTAS-RECIBO.
       MOVE ZERO TO VENTAS-RENGLON.
       START VENTAS-FILE KEY IS NOT LESS THAN VENTAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-VENTAS
           NOT INVALID KEY MOVE "N" TO FIN-VENTAS
       END-START.
       PERFORM IMPRIMIR-RENGLON-FACTURA UNTIL FIN-VENTAS = "S".

       IMPRIMIR-RENGLON-FACTURA.
       READ VENTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-VENTAS
           NOT AT END
               IF  VENTAS-RECIBO NOT = FACTURAS-RECIBO
                   MOVE "S" TO FIN-VENTAS
               ELSE
                   MOVE VENTAS-PRECIO TO NETO-LINEA
                   IF  FACTURAS-LETRA = "A"
                       PERFORM CALCULAR-NETO-LINEA
                   END-IF
                   MOVE NETO-LINEA TO PRECIO-LINEA
                   MOVE VENTAS-IMPORTE TO NETO-LINEA
                   IF  FACTURAS-LETRA = "A"
                       PERFORM CALCULAR-NETO-LINEA
                   END-IF
                   MOVE VENTAS-CANTIDAD TO CANTIDAD-EDITADA
                   MOVE PRECIO-LINEA TO PRECIO-EDITADO
                   MOVE NETO-LINEA TO TOTAL-EDITADO
                   DISPLAY VENTAS-DESCRIPCION
                   DISPLAY "   " CANTIDAD-EDITADA " x "
                       PRECIO-EDITADO "  " TOTAL-EDITADO
               END-IF
       END-READ.

       DESCRIBIR-CONDICION-IVA.
       EVALUATE CUSTOMERS-CONDICION-IVA
           WHEN "RI" MOVE "IVA RESPONSABLE INSCRIPTO"
                         TO TEXTO-CONDICION-IVA
           WHEN "MT" MOVE "RESPONSABLE MONOTRIBUTO"
                         TO TEXTO-CONDICION-IVA
           WHEN OTHER MOVE "CONSUMIDOR FINAL" TO TEXTO-CONDICION-IVA
       END-EVALUATE.

      *Impresion del recibo que esta en RECEIPTS-REGISTERS, con el
      *importe en numeros y en letras
       IMPRIMIR-RECIBO.
           "      Fecha: " RECEIPTS-FECHA.
       DISPLAY "Cliente: " RECEIPTS-CLIENTE
           "  DNI: " RECEIPTS-DNI.
       IF  RECEIPTS-PRESUPUESTO = SPACE
           DISPLAY "Venta de mostrador   Pago: " RECEIPTS-PAGO
           PERFORM IMPRIMIR-LINEAS-VENTA
       ELSE
           DISPLAY "Presupuesto: " RECEIPTS-PRESUPUESTO
               "   Pago: " RECEIPTS-PAGO
       END-IF.
       MOVE RECEIPTS-IMPORTE TO IMPORTE-EDITADO.
       DISPLAY "Recibimos: " IMPORTE-EDITADO.
       DISPLAY "Son: " IMPORTE-EN-LETRAS.
       DISPLAY "Forma de pago: " RECEIPTS-FORMA_PAGO.
       IF  RECEIPTS-PRESUPUESTO NOT = SPACE
           MOVE RECEIPTS-SALDO TO SALDO-EDITADO
           DISPLAY "Saldo pendiente del presupuesto: " SALDO-EDITADO
       END-IF.
       DISPLAY "=============================================".

      *Renglones de la venta de mostrador cobrada con el recibo,
      *leidos por la clave de ventas.dat desde el primer renglon
       IMPRIMIR-LINEAS-VENTA.
       MOVE RECEIPTS-NUMERO TO VENTAS-RECIBO.
       MOVE ZERO TO VENTAS-RENGLON.
       START VENTAS-FILE KEY IS NOT LESS THAN VENTAS-CLAVE
           INVALID KEY MOVE "S" TO FIN-VENTAS
           NOT INVALID KEY MOVE "N" TO FIN-VENTAS
       END-START.
       PERFORM IMPRIMIR-LINEA-VENTA UNTIL FIN-VENTAS = "S".

       IMPRIMIR-LINEA-VENTA.
       READ VENTAS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-VENTAS
           NOT AT END
               IF  VENTAS-RECIBO NOT = RECEIPTS-NUMERO
                   MOVE "S" TO FIN-VENTAS
               ELSE
                   MOVE VENTAS-CANTIDAD TO CANTIDAD-EDITADA
                   MOVE VENTAS-IMPORTE TO PRECIO-EDITADO
                   DISPLAY CANTIDAD-EDITADA " " VENTAS-DESCRIPCION
                       " " PRECIO-EDITADO
               END-IF
       END-READ.

      *Arma el importe del recibo en letras: los millones, la parte
      *de miles y el resto se convierten por separado con la rutina
      *de hasta tres cifras y se enlazan con MILLON(ES) y MIL
       CONVERTIR-IMPORTE-A-LETRAS.
       MOVE RECEIPTS-IMPORTE TO ENTERO-RECIBO.
       COMPUTE CENTAVOS-RECIBO =
           (RECEIPTS-IMPORTE - ENTERO-RECIBO) * 100.
       DIVIDE ENTERO-RECIBO BY 1000000 GIVING MILLONES-RECIBO
           REMAINDER RESTO-MILLONES.
       DIVIDE RESTO-MILLONES BY 1000 GIVING MILES-RECIBO
           REMAINDER RESTO-RECIBO.
       MOVE SPACE TO TEXTO-MILLONES.
       IF  MILLONES-RECIBO = 1
           MOVE "UN MILLON" TO TEXTO-MILLONES
       ELSE
           IF  MILLONES-RECIBO > 1
               MOVE MILLONES-RECIBO TO NUMERO-PARCIAL
               PERFORM CONVERTIR-PARCIAL-A-LETRAS
               STRING TEXTO-PARCIAL DELIMITED BY "  "
                   " MILLONES" DELIMITED BY SIZE
                   INTO TEXTO-MILLONES
           END-IF
       END-IF.
       MOVE SPACE TO TEXTO-MILES.
       IF  MILES-RECIBO = 1
           MOVE "MIL" TO TEXTO-MILES
                   INTO TEXTO-MILES
           END-IF
       END-IF.
       MOVE SPACE TO TEXTO-SUPERIOR.
       EVALUATE TRUE
           WHEN TEXTO-MILLONES = SPACE
               MOVE TEXTO-MILES TO TEXTO-SUPERIOR
           WHEN TEXTO-MILES = SPACE
               MOVE TEXTO-MILLONES TO TEXTO-SUPERIOR
           WHEN OTHER
               STRING TEXTO-MILLONES DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   TEXTO-MILES DELIMITED BY "  "
                   INTO TEXTO-SUPERIOR
       END-EVALUATE.
       MOVE SPACE TO TEXTO-PARCIAL.
       IF  RESTO-RECIBO > ZERO
           MOVE RESTO-RECIBO TO NUMERO-PARCIAL
                   CENTAVOS-RECIBO DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO IMPORTE-EN-LETRAS
           WHEN TEXTO-SUPERIOR = SPACE
               STRING TEXTO-PARCIAL DELIMITED BY "  "
                   " PESOS CON " DELIMITED BY SIZE
                   CENTAVOS-RECIBO DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO IMPORTE-EN-LETRAS
           WHEN RESTO-MILLONES = ZERO
               STRING TEXTO-SUPERIOR DELIMITED BY "  "
                   " DE PESOS CON " DELIMITED BY SIZE
                   CENTAVOS-RECIBO DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO IMPORTE-EN-LETRAS
           WHEN RESTO-RECIBO = ZERO
               STRING TEXTO-SUPERIOR DELIMITED BY "  "
                   " PESOS CON " DELIMITED BY SIZE
                   CENTAVOS-RECIBO DELIMITED BY SIZE
                   "/100" DELIMITED BY SIZE
                   INTO IMPORTE-EN-LETRAS
           WHEN OTHER
               STRING TEXTO-SUPERIOR DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   TEXTO-PARCIAL DELIMITED BY "  "
                   " PESOS CON " DELIMITED BY SIZE
           WHEN "2" MOVE "EN REPARACION" TO TEXTO-ESTADO
           WHEN "3" MOVE "LISTO PARA ENTREGAR" TO TEXTO-ESTADO
           WHEN "4" MOVE "ENTREGADO" TO TEXTO-ESTADO
           WHEN "5" MOVE "A DEVOLVER SIN REPARAR" TO TEXTO-ESTADO
           WHEN "6" MOVE "DEVUELTO SIN REPARAR" TO TEXTO-ESTADO
           WHEN OTHER MOVE "EN ESPERA DE DIAGNOSTICO" TO TEXTO-ESTADO
       END-EVALUATE.

      *Texto descriptivo de la aprobacion del presupuesto
       DESCRIBIR-APROBACION.
       EVALUATE BUDGETS-APROBACION
           WHEN "A" MOVE "ACEPTADO" TO TEXTO-APROBACION
           WHEN "R" MOVE "RECHAZADO" TO TEXTO-APROBACION
           WHEN "V" MOVE "VENCIDO" TO TEXTO-APROBACION
           WHEN OTHER MOVE "PENDIENTE" TO TEXTO-APROBACION
       END-EVALUATE.

       END PROGRAM Record_System.

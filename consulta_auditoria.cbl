      *              grabados antes del cambio son 2 bytes mas
      *              cortos: se muestran con el antes y el despues
      *              corridos dos caracteres.
      * 15/10/2026 - Tipo de asiento Nota de credito, para las
      *              anulaciones de pagos.
      * 15/10/2026 - Tipo de asiento Factura, para la emision y la
      *              reimpresion de facturas.
      * 15/10/2026 - Operacion Fusion, para el cliente duplicado que se
      *              funde en otro.
      * 15/10/2026 - Tipos S (servicio) y L (categoria) de la lista de
      *              precios.
      * 15/10/2026 - Tipo M (renglon de venta de mostrador).
      * 15/10/2026 - Numeros de cliente, equipo, presupuesto, pago y
      *              demas ampliados a 6 digitos e importes hasta
      *              9.999.999,99; los archivos existentes se pasan al
      *              nuevo formato con CONVERSION-DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.
               05 AUDIT-OPERADOR PIC X(10).
               05 AUDIT-TIPO PIC X(1).
               05 AUDIT-OPERACION PIC X(1).
               05 AUDIT-CLAVE PIC X(6).
               05 AUDIT-DNI PIC X(8).
               05 AUDIT-ANTES PIC X(357).
               05 AUDIT-DESPUES PIC X(357).

       WORKING-STORAGE SECTION.

       01  CORTE-CONSULTA PIC X.

      *Filtros de la consulta, en blanco no filtran
       01  ID-BUSCADO PIC X(6).
       01  DNI-BUSCADO PIC X(8).

       01  CONTADOR-ASIENTOS PIC 9(4) VALUE ZERO.
           WHEN "N" MOVE "Suministro" TO TEXTO-TIPO
           WHEN "Q" MOVE "Orden compra" TO TEXTO-TIPO
           WHEN "A" MOVE "Aviso" TO TEXTO-TIPO
           WHEN "K" MOVE "Nota credito" TO TEXTO-TIPO
           WHEN "F" MOVE "Factura" TO TEXTO-TIPO
           WHEN "S" MOVE "Servicio" TO TEXTO-TIPO
           WHEN "L" MOVE "Categoria" TO TEXTO-TIPO
           WHEN "M" MOVE "Venta mostr." TO TEXTO-TIPO
           WHEN OTHER MOVE AUDIT-TIPO TO TEXTO-TIPO
       END-EVALUATE.

           WHEN "M" MOVE "Modificacion" TO TEXTO-OPERACION
           WHEN "B" MOVE "Baja" TO TEXTO-OPERACION
           WHEN "R" MOVE "Reimpresion" TO TEXTO-OPERACION
           WHEN "F" MOVE "Fusion" TO TEXTO-OPERACION
           WHEN OTHER MOVE AUDIT-OPERACION TO TEXTO-OPERACION
       END-EVALUATE.


      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Rentabilidad de los trabajos entregados en un rango
      *          de fechas (por lo general el mes): para cada equipo
      *          entregado muestra lo facturado, el costo de los
      *          repuestos consumidos, la mano de obra facturada, el
      *          margen bruto y su porcentaje, y marca los trabajos
      *          en que lo consumido supero a lo cotizado, ambos
      *          valorizados al costo de los repuestos. Los
      *          reingresos por garantia cerrados en el rango se
      *          cargan contra el margen del trabajo original; si el
      *          original se entrego en otro periodo el cargo sale
      *          en una seccion aparte. Subtotales por tecnico y por
      *          tipo de equipo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RENTABILIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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

      *Archivo fisico de Detalles de presupuesto
       SELECT OPTIONAL DETALLES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\detalles.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DETALLES-ID
       FILE STATUS IS WS-DETALLES-STATUS.

      *Archivo fisico de Consumos de repuestos
       SELECT OPTIONAL CONSUMOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\consumos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CONSUMOS-ID
       FILE STATUS IS WS-CONSUMOS-STATUS.

      *Archivo fisico de Repuestos
       SELECT OPTIONAL PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-PARTS-STATUS.

      *Archivo fisico de Tecnicos
       SELECT OPTIONAL TECHNICIANS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\technicians.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TECHNICIANS-ID
       FILE STATUS IS WS-TECHNICIANS-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *Archivo logico de Detalles de presupuesto: M mano de obra,
      *R repuesto cotizado
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

      *Archivo logico de Consumos
       FD CONSUMOS-FILE.
           01 CONSUMOS-REGISTERS.
               05 CONSUMOS-ID PIC X(6).
               05 CONSUMOS-CODIGO PIC X(8).
               05 CONSUMOS-PRESUPUESTO PIC X(6).
               05 CONSUMOS-EQUIPO PIC X(6).
               05 CONSUMOS-CANTIDAD PIC 9(5).
               05 CONSUMOS-FECHA PIC X(8).

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

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

       WORKING-STORAGE SECTION.

       01  WS-EQUIPMENTS-STATUS PIC X(2).
       01  WS-BUDGETS-STATUS PIC X(2).
       01  WS-DETALLES-STATUS PIC X(2).
       01  WS-CONSUMOS-STATUS PIC X(2).
       01  WS-PARTS-STATUS PIC X(2).
       01  WS-TECHNICIANS-STATUS PIC X(2).

       01  FIN-EQUIPOS PIC X.
       01  FIN-PRESUPUESTOS PIC X.
       01  FIN-DETALLES PIC X.
       01  FIN-CONSUMOS PIC X.

      *Rango de fechas de entrega del informe; en blanco va del
      *primero del mes corriente a hoy
       01  FECHA-DESDE PIC X(8).
       01  FECHA-HASTA PIC X(8).
       01  FECHA-DE-HOY PIC 9(8).

      *Tabla en memoria con los reingresos por garantia. La raiz es
      *el trabajo original al que se carga el costo, subiendo por
      *la cadena de origenes si un reingreso volvio a entrar
       01  TABLA-REINGRESOS.
           05 REINGRESO-DE-LA-TABLA OCCURS 200 TIMES.
               10 REIN-ID PIC X(6).
               10 REIN-ORIGEN PIC X(6).
               10 REIN-ESTADO PIC X(1).
               10 REIN-ENTREGA PIC X(8).
               10 REIN-RAIZ PIC X(6).
               10 REIN-RAIZ-ESTADO PIC X(1).
               10 REIN-RAIZ-ENTREGA PIC X(8).
               10 REIN-RAIZ-TECNICO PIC X(6).
               10 REIN-RAIZ-TIPO PIC X(10).
       01  CANTIDAD-REINGRESOS PIC 9(3) VALUE ZERO.
       01  INDICE-REINGRESO PIC 9(3) VALUE ZERO.
       01  TABLA-DESBORDADA PIC X VALUE "N".
       01  SALTOS-AL-ORIGEN PIC 9(2) VALUE ZERO.
       01  ORIGEN-SIGUIENTE PIC X(6).

      *Presupuestos del equipo que se esta calculando. Los
      *rechazados o vencidos no facturan, pero los consumos
      *asentados contra ellos igual son costo del trabajo
       01  TABLA-PRESUPUESTOS.
           05 PRESUPUESTO-DE-LA-TABLA OCCURS 20 TIMES.
               10 PRES-ID PIC X(6).
               10 PRES-COBRABLE PIC X(1).
       01  CANTIDAD-PRESUPUESTOS PIC 9(2) VALUE ZERO.
       01  INDICE-PRESUPUESTO PIC 9(2) VALUE ZERO.
       01  PRESUPUESTO-ENCONTRADO PIC X.
       01  PRESUPUESTO-A-BUSCAR PIC X(6).

      *Cifras de un equipo, calculadas por CALCULAR-CIFRAS-EQUIPO
       01  EQUIPO-CALCULO PIC X(6).
       01  FACTURADO-CALC PIC S9(9)V99 VALUE ZERO.
       01  REPUESTOS-CALC PIC S9(9)V99 VALUE ZERO.
       01  MANO-OBRA-CALC PIC S9(9)V99 VALUE ZERO.
       01  COTIZADO-CALC PIC S9(9)V99 VALUE ZERO.
       01  LINEAS-CALC PIC 9(4) VALUE ZERO.
       01  COSTO-CONSUMO PIC S9(9)V99 VALUE ZERO.
       01  COSTO-COTIZADO PIC S9(9)V99 VALUE ZERO.
       01  CONSUMO-DEL-TRABAJO PIC X.

      *Cifras del trabajo que se imprime
       01  TRABAJO-ID PIC X(6).
       01  TRABAJO-TIPO PIC X(10).
       01  TRABAJO-TECNICO PIC X(6).
       01  TRABAJO-ENTREGA PIC X(8).
       01  TRABAJO-FACTURADO PIC S9(9)V99 VALUE ZERO.
       01  TRABAJO-REPUESTOS PIC S9(9)V99 VALUE ZERO.
       01  TRABAJO-MANO-OBRA PIC S9(9)V99 VALUE ZERO.
       01  TRABAJO-GARANTIA PIC S9(9)V99 VALUE ZERO.
       01  TRABAJO-MARGEN PIC S9(9)V99 VALUE ZERO.
       01  TRABAJO-EXCEDIDO PIC X.
       01  TRABAJO-REINGRESOS PIC 9(3) VALUE ZERO.
       01  TRABAJO-CUENTA PIC 9(1) VALUE ZERO.

      *Subtotales por tecnico y por tipo de equipo, y total general
       01  TABLA-TECNICOS.
           05 TECNICO-DE-LA-TABLA OCCURS 30 TIMES.
               10 SUBT-TEC-ID PIC X(6).
               10 SUBT-TEC-TRABAJOS PIC 9(4).
               10 SUBT-TEC-FACTURADO PIC S9(11)V99.
               10 SUBT-TEC-REPUESTOS PIC S9(11)V99.
               10 SUBT-TEC-MANO-OBRA PIC S9(11)V99.
               10 SUBT-TEC-GARANTIA PIC S9(11)V99.
               10 SUBT-TEC-MARGEN PIC S9(11)V99.
       01  CANTIDAD-TECNICOS PIC 9(2) VALUE ZERO.
       01  INDICE-TECNICO PIC 9(2) VALUE ZERO.
       01  TECNICO-ENCONTRADO PIC X.

       01  TABLA-TIPOS.
           05 TIPO-DE-LA-TABLA OCCURS 30 TIMES.
               10 SUBT-TIPO-NOMBRE PIC X(10).
               10 SUBT-TIPO-TRABAJOS PIC 9(4).
               10 SUBT-TIPO-FACTURADO PIC S9(11)V99.
               10 SUBT-TIPO-REPUESTOS PIC S9(11)V99.
               10 SUBT-TIPO-MANO-OBRA PIC S9(11)V99.
               10 SUBT-TIPO-GARANTIA PIC S9(11)V99.
               10 SUBT-TIPO-MARGEN PIC S9(11)V99.
       01  CANTIDAD-TIPOS PIC 9(2) VALUE ZERO.
       01  INDICE-TIPO PIC 9(2) VALUE ZERO.
       01  TIPO-ENCONTRADO PIC X.
       01  SUBTOTALES-DESBORDADOS PIC X VALUE "N".

       01  TOTAL-TRABAJOS PIC 9(4) VALUE ZERO.
       01  TOTAL-EXCEDIDOS PIC 9(4) VALUE ZERO.
       01  TOTAL-CARGOS PIC 9(4) VALUE ZERO.
       01  TOTAL-FACTURADO PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-REPUESTOS PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-MANO-OBRA PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-GARANTIA PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-MARGEN PIC S9(11)V99 VALUE ZERO.

      *Linea de totales que se imprime (subtotal o total general)
       01  LINEA-FACTURADO PIC S9(11)V99 VALUE ZERO.
       01  LINEA-REPUESTOS PIC S9(11)V99 VALUE ZERO.
       01  LINEA-MANO-OBRA PIC S9(11)V99 VALUE ZERO.
       01  LINEA-GARANTIA PIC S9(11)V99 VALUE ZERO.
       01  LINEA-MARGEN PIC S9(11)V99 VALUE ZERO.
       01  PORCENTAJE-MARGEN PIC S9(5)V9 VALUE ZERO.

       01  IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.
       01  REPUESTOS-EDITADO PIC -ZZZZZZZZ9.99.
       01  MANO-OBRA-EDITADO PIC -ZZZZZZZZ9.99.
       01  GARANTIA-EDITADO PIC -ZZZZZZZZ9.99.
       01  MARGEN-EDITADO PIC -ZZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZZ9.99.
       01  PORCENTAJE-EDITADO PIC -ZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       OPEN INPUT EQUIPMENTS-FILE.
       OPEN INPUT BUDGETS-FILE.
       OPEN INPUT DETALLES-FILE.
       OPEN INPUT CONSUMOS-FILE.
       OPEN INPUT PARTS-FILE.
       OPEN INPUT TECHNICIANS-FILE.
       PERFORM PEDIR-RANGO-FECHAS.
       IF  FECHA-HASTA < FECHA-DESDE
           DISPLAY "La fecha hasta es anterior a la fecha desde, "
               "no se emite el informe."
       ELSE
           DISPLAY " "
           DISPLAY "===== Rentabilidad de trabajos entregados del "
               FECHA-DESDE " al " FECHA-HASTA " ====="
           PERFORM CARGAR-TABLA-REINGRESOS
           PERFORM COMPLETAR-RAICES-REINGRESOS
           PERFORM LISTAR-TRABAJOS-ENTREGADOS
           PERFORM LISTAR-CARGOS-DE-OTROS-PERIODOS
           PERFORM MOSTRAR-SUBTOTALES-TECNICO
           PERFORM MOSTRAR-SUBTOTALES-TIPO
           PERFORM MOSTRAR-TOTAL-GENERAL
       END-IF.
       CLOSE EQUIPMENTS-FILE.
       CLOSE BUDGETS-FILE.
       CLOSE DETALLES-FILE.
       CLOSE CONSUMOS-FILE.
       CLOSE PARTS-FILE.
       CLOSE TECHNICIANS-FILE.

       PROGRAM-DONE.
       STOP RUN.

       PEDIR-RANGO-FECHAS.
       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       DISPLAY "Introduzca la fecha de entrega desde (AAAAMMDD) o".
       DISPLAY "deje en blanco para el primero del mes: ".
       ACCEPT FECHA-DESDE.
       IF  FECHA-DESDE = SPACE
           MOVE FECHA-DE-HOY TO FECHA-DESDE
           MOVE "01" TO FECHA-DESDE (7:2)
       END-IF.
       DISPLAY "Introduzca la fecha de entrega hasta (AAAAMMDD) o".
       DISPLAY "deje en blanco para usar la de hoy: ".
       ACCEPT FECHA-HASTA.
       IF  FECHA-HASTA = SPACE
           MOVE FECHA-DE-HOY TO FECHA-HASTA
       END-IF.

      *Carga en la tabla todos los equipos que son reingresos por
      *garantia, como en REPORTE-GARANTIAS
       CARGAR-TABLA-REINGRESOS.
       MOVE ZERO TO CANTIDAD-REINGRESOS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-START.
       PERFORM AGREGAR-REINGRESO-A-TABLA UNTIL FIN-EQUIPOS = "S".
       IF  TABLA-DESBORDADA = "S"
           DISPLAY "Atencion: hay mas de 200 reingresos, solo se "
               "cargan a su origen los primeros 200."
       END-IF.

       AGREGAR-REINGRESO-A-TABLA.
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-ORIGEN NOT = SPACE
                   IF  CANTIDAD-REINGRESOS < 200
                       ADD 1 TO CANTIDAD-REINGRESOS
                       MOVE EQUIPMENTS-ID
                           TO REIN-ID (CANTIDAD-REINGRESOS)
                       MOVE EQUIPMENTS-ORIGEN
                           TO REIN-ORIGEN (CANTIDAD-REINGRESOS)
                       MOVE EQUIPMENTS-ESTADO
                           TO REIN-ESTADO (CANTIDAD-REINGRESOS)
                       MOVE EQUIPMENTS-FECHA-ENTREGA
                           TO REIN-ENTREGA (CANTIDAD-REINGRESOS)
                       MOVE EQUIPMENTS-ORIGEN
                           TO REIN-RAIZ (CANTIDAD-REINGRESOS)
                   ELSE
                       MOVE "S" TO TABLA-DESBORDADA
                   END-IF
               END-IF
       END-READ.

      *Lee por clave el trabajo original de cada reingreso; si el
      *origen es a su vez un reingreso se sigue subiendo, con un
      *tope de saltos por si la cadena quedara mal grabada
       COMPLETAR-RAICES-REINGRESOS.
       MOVE ZERO TO INDICE-REINGRESO.
       PERFORM COMPLETAR-RAIZ-SIGUIENTE
       UNTIL INDICE-REINGRESO NOT < CANTIDAD-REINGRESOS.

       COMPLETAR-RAIZ-SIGUIENTE.
       ADD 1 TO INDICE-REINGRESO.
       MOVE ZERO TO SALTOS-AL-ORIGEN.
       MOVE REIN-ORIGEN (INDICE-REINGRESO) TO ORIGEN-SIGUIENTE.
       PERFORM SUBIR-AL-ORIGEN
       UNTIL ORIGEN-SIGUIENTE = SPACE
       OR SALTOS-AL-ORIGEN NOT < 10.

       SUBIR-AL-ORIGEN.
       ADD 1 TO SALTOS-AL-ORIGEN.
       MOVE ORIGEN-SIGUIENTE TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
           INVALID KEY
               MOVE ORIGEN-SIGUIENTE TO REIN-RAIZ (INDICE-REINGRESO)
               MOVE SPACE TO REIN-RAIZ-ESTADO (INDICE-REINGRESO)
               MOVE SPACE TO REIN-RAIZ-ENTREGA (INDICE-REINGRESO)
               MOVE SPACE TO REIN-RAIZ-TECNICO (INDICE-REINGRESO)
               MOVE SPACE TO REIN-RAIZ-TIPO (INDICE-REINGRESO)
               MOVE SPACE TO ORIGEN-SIGUIENTE
           NOT INVALID KEY
               MOVE EQUIPMENTS-ID TO REIN-RAIZ (INDICE-REINGRESO)
               MOVE EQUIPMENTS-ESTADO
                   TO REIN-RAIZ-ESTADO (INDICE-REINGRESO)
               MOVE EQUIPMENTS-FECHA-ENTREGA
                   TO REIN-RAIZ-ENTREGA (INDICE-REINGRESO)
               MOVE EQUIPMENTS-TECNICO
                   TO REIN-RAIZ-TECNICO (INDICE-REINGRESO)
               MOVE EQUIPMENTS-TIPO
                   TO REIN-RAIZ-TIPO (INDICE-REINGRESO)
               MOVE EQUIPMENTS-ORIGEN TO ORIGEN-SIGUIENTE
       END-READ.

      *Seccion principal: un trabajo por cada equipo original
      *entregado en el rango, con sus reingresos cerrados en el
      *rango cargados en la columna de garantia
       LISTAR-TRABAJOS-ENTREGADOS.
       DISPLAY " ".
       DISPLAY "--- Trabajos entregados ---".
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-START.
       PERFORM PROCESAR-EQUIPO-SIGUIENTE UNTIL FIN-EQUIPOS = "S".
       IF  TOTAL-TRABAJOS = ZERO
           DISPLAY "(sin equipos entregados en el rango)"
       END-IF.

       PROCESAR-EQUIPO-SIGUIENTE.
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-ORIGEN = SPACE
               AND EQUIPMENTS-ESTADO = "4"
               AND EQUIPMENTS-FECHA-ENTREGA NOT < FECHA-DESDE
               AND EQUIPMENTS-FECHA-ENTREGA NOT > FECHA-HASTA
                   PERFORM PROCESAR-TRABAJO
               END-IF
       END-READ.

       PROCESAR-TRABAJO.
       MOVE EQUIPMENTS-ID TO TRABAJO-ID.
       MOVE EQUIPMENTS-TIPO TO TRABAJO-TIPO.
       MOVE EQUIPMENTS-TECNICO TO TRABAJO-TECNICO.
       MOVE EQUIPMENTS-FECHA-ENTREGA TO TRABAJO-ENTREGA.
       MOVE EQUIPMENTS-ID TO EQUIPO-CALCULO.
       PERFORM CALCULAR-CIFRAS-EQUIPO.
       MOVE FACTURADO-CALC TO TRABAJO-FACTURADO.
       MOVE REPUESTOS-CALC TO TRABAJO-REPUESTOS.
       MOVE MANO-OBRA-CALC TO TRABAJO-MANO-OBRA.
       IF  REPUESTOS-CALC > COTIZADO-CALC
           MOVE "S" TO TRABAJO-EXCEDIDO
           ADD 1 TO TOTAL-EXCEDIDOS
       ELSE
           MOVE "N" TO TRABAJO-EXCEDIDO
       END-IF.
       MOVE ZERO TO TRABAJO-GARANTIA.
       MOVE ZERO TO TRABAJO-REINGRESOS.
       MOVE ZERO TO INDICE-REINGRESO.
       PERFORM SUMAR-REINGRESO-DEL-TRABAJO
       UNTIL INDICE-REINGRESO NOT < CANTIDAD-REINGRESOS.
       COMPUTE TRABAJO-MARGEN = TRABAJO-FACTURADO
           - TRABAJO-REPUESTOS - TRABAJO-GARANTIA.
       MOVE 1 TO TRABAJO-CUENTA.
       ADD 1 TO TOTAL-TRABAJOS.
       PERFORM MOSTRAR-LINEA-TRABAJO.
       PERFORM ACUMULAR-SUBTOTALES.

      *El costo neto de un reingreso es lo consumido menos lo que
      *se le haya cobrado, si no fue sin cargo
       SUMAR-REINGRESO-DEL-TRABAJO.
       ADD 1 TO INDICE-REINGRESO.
       IF  REIN-RAIZ (INDICE-REINGRESO) = TRABAJO-ID
       AND (REIN-ESTADO (INDICE-REINGRESO) = "4"
            OR REIN-ESTADO (INDICE-REINGRESO) = "6")
       AND REIN-ENTREGA (INDICE-REINGRESO) NOT < FECHA-DESDE
       AND REIN-ENTREGA (INDICE-REINGRESO) NOT > FECHA-HASTA
           MOVE REIN-ID (INDICE-REINGRESO) TO EQUIPO-CALCULO
           PERFORM CALCULAR-CIFRAS-EQUIPO
           COMPUTE TRABAJO-GARANTIA = TRABAJO-GARANTIA
               + REPUESTOS-CALC - FACTURADO-CALC
           ADD 1 TO TRABAJO-REINGRESOS
       END-IF.

      *Reingresos cerrados en el rango cuyo trabajo original se
      *entrego en otro periodo: el cargo va igual al original, con
      *su tecnico y su tipo de equipo
       LISTAR-CARGOS-DE-OTROS-PERIODOS.
       DISPLAY " ".
       DISPLAY "--- Garantias de trabajos de otros periodos ---".
       MOVE ZERO TO INDICE-REINGRESO.
       PERFORM COTEJAR-CARGO-SIGUIENTE
       UNTIL INDICE-REINGRESO NOT < CANTIDAD-REINGRESOS.
       IF  TOTAL-CARGOS = ZERO
           DISPLAY "(sin cargos de garantia de otros periodos)"
       END-IF.

       COTEJAR-CARGO-SIGUIENTE.
       ADD 1 TO INDICE-REINGRESO.
       IF  (REIN-ESTADO (INDICE-REINGRESO) = "4"
            OR REIN-ESTADO (INDICE-REINGRESO) = "6")
       AND REIN-ENTREGA (INDICE-REINGRESO) NOT < FECHA-DESDE
       AND REIN-ENTREGA (INDICE-REINGRESO) NOT > FECHA-HASTA
           IF  REIN-RAIZ-ESTADO (INDICE-REINGRESO) = "4"
           AND REIN-RAIZ-ENTREGA (INDICE-REINGRESO)
               NOT < FECHA-DESDE
           AND REIN-RAIZ-ENTREGA (INDICE-REINGRESO)
               NOT > FECHA-HASTA
               CONTINUE
           ELSE
               PERFORM PROCESAR-CARGO-GARANTIA
           END-IF
       END-IF.

       PROCESAR-CARGO-GARANTIA.
       MOVE REIN-RAIZ (INDICE-REINGRESO) TO TRABAJO-ID.
       MOVE REIN-RAIZ-TIPO (INDICE-REINGRESO) TO TRABAJO-TIPO.
       MOVE REIN-RAIZ-TECNICO (INDICE-REINGRESO) TO TRABAJO-TECNICO.
       MOVE REIN-RAIZ-ENTREGA (INDICE-REINGRESO) TO TRABAJO-ENTREGA.
       MOVE REIN-ID (INDICE-REINGRESO) TO EQUIPO-CALCULO.
       PERFORM CALCULAR-CIFRAS-EQUIPO.
       MOVE ZERO TO TRABAJO-FACTURADO.
       MOVE ZERO TO TRABAJO-REPUESTOS.
       MOVE ZERO TO TRABAJO-MANO-OBRA.
       COMPUTE TRABAJO-GARANTIA = REPUESTOS-CALC - FACTURADO-CALC.
       COMPUTE TRABAJO-MARGEN = ZERO - TRABAJO-GARANTIA.
       MOVE "N" TO TRABAJO-EXCEDIDO.
       MOVE 1 TO TRABAJO-REINGRESOS.
       MOVE ZERO TO TRABAJO-CUENTA.
       ADD 1 TO TOTAL-CARGOS.
       MOVE TRABAJO-GARANTIA TO GARANTIA-EDITADO.
       DISPLAY "Equipo " TRABAJO-ID "  " TRABAJO-TIPO
           "  Tec " TRABAJO-TECNICO
           "  Entregado " TRABAJO-ENTREGA.
       DISPLAY "   Reingreso " REIN-ID (INDICE-REINGRESO)
           " cerrado el " REIN-ENTREGA (INDICE-REINGRESO)
           "  Costo de garantia: " GARANTIA-EDITADO.
       PERFORM ACUMULAR-SUBTOTALES.

      *Cifras de un equipo: facturado y lineas de sus presupuestos
      *cobrables, y costo de los repuestos consumidos contra el
      *equipo o contra cualquiera de sus presupuestos
       CALCULAR-CIFRAS-EQUIPO.
       MOVE ZERO TO FACTURADO-CALC.
       MOVE ZERO TO REPUESTOS-CALC.
       MOVE ZERO TO MANO-OBRA-CALC.
       MOVE ZERO TO COTIZADO-CALC.
       MOVE ZERO TO LINEAS-CALC.
       PERFORM CARGAR-PRESUPUESTOS-EQUIPO.
       IF  CANTIDAD-PRESUPUESTOS > ZERO
           PERFORM SUMAR-DETALLES-EQUIPO
       END-IF.
      *Los presupuestos viejos sin lineas no separan mano de obra
      *de repuestos: todo su importe cuenta como cotizado
       IF  LINEAS-CALC = ZERO
           MOVE FACTURADO-CALC TO COTIZADO-CALC
       END-IF.
       PERFORM SUMAR-CONSUMOS-EQUIPO.

       CARGAR-PRESUPUESTOS-EQUIPO.
       MOVE ZERO TO CANTIDAD-PRESUPUESTOS.
       MOVE EQUIPO-CALCULO TO BUDGETS-EQUIPO.
       START BUDGETS-FILE KEY IS EQUAL TO BUDGETS-EQUIPO
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM AGREGAR-PRESUPUESTO-EQUIPO
       UNTIL FIN-PRESUPUESTOS = "S".

       AGREGAR-PRESUPUESTO-EQUIPO.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-EQUIPO NOT = EQUIPO-CALCULO
                   MOVE "S" TO FIN-PRESUPUESTOS
               ELSE
                   IF  CANTIDAD-PRESUPUESTOS < 20
                       ADD 1 TO CANTIDAD-PRESUPUESTOS
                       MOVE BUDGETS-ID
                           TO PRES-ID (CANTIDAD-PRESUPUESTOS)
                       IF  BUDGETS-APROBACION = "R"
                       OR  BUDGETS-APROBACION = "V"
                           MOVE "N"
                               TO PRES-COBRABLE (CANTIDAD-PRESUPUESTOS)
                       ELSE
                           MOVE "S"
                               TO PRES-COBRABLE (CANTIDAD-PRESUPUESTOS)
                           IF  BUDGETS-IMPORTE NOT NUMERIC
                               MOVE ZERO TO BUDGETS-IMPORTE
                           END-IF
                           ADD BUDGETS-IMPORTE TO FACTURADO-CALC
                       END-IF
                   END-IF
               END-IF
       END-READ.

       SUMAR-DETALLES-EQUIPO.
       MOVE "000000" TO DETALLES-ID.
       START DETALLES-FILE KEY IS NOT LESS THAN DETALLES-ID
           INVALID KEY MOVE "S" TO FIN-DETALLES
           NOT INVALID KEY MOVE "N" TO FIN-DETALLES
       END-START.
       PERFORM SUMAR-DETALLE-SIGUIENTE UNTIL FIN-DETALLES = "S".

       SUMAR-DETALLE-SIGUIENTE.
       READ DETALLES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-DETALLES
           NOT AT END
               MOVE DETALLES-PRESUPUESTO TO PRESUPUESTO-A-BUSCAR
               PERFORM BUSCAR-PRESUPUESTO-EQUIPO
               IF  PRESUPUESTO-ENCONTRADO = "S"
               AND PRES-COBRABLE (INDICE-PRESUPUESTO) = "S"
                   ADD 1 TO LINEAS-CALC
                   IF  DETALLES-TIPO = "M"
                       ADD DETALLES-IMPORTE TO MANO-OBRA-CALC
                   ELSE
                       PERFORM VALORIZAR-LINEA-COTIZADA
                   END-IF
               END-IF
       END-READ.

      *Lo cotizado en repuestos se valoriza al costo del maestro,
      *igual que lo consumido, para que la comparacion no se vea
      *afectada por el recargo del precio de venta
       VALORIZAR-LINEA-COTIZADA.
       MOVE DETALLES-CODIGO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY MOVE ZERO TO PARTS-COSTO
       END-READ.
       COMPUTE COSTO-COTIZADO = DETALLES-CANTIDAD * PARTS-COSTO.
       ADD COSTO-COTIZADO TO COTIZADO-CALC.

       BUSCAR-PRESUPUESTO-EQUIPO.
       MOVE "N" TO PRESUPUESTO-ENCONTRADO.
       MOVE ZERO TO INDICE-PRESUPUESTO.
       PERFORM COTEJAR-PRESUPUESTO-TABLA
       UNTIL PRESUPUESTO-ENCONTRADO = "S"
       OR INDICE-PRESUPUESTO NOT < CANTIDAD-PRESUPUESTOS.

       COTEJAR-PRESUPUESTO-TABLA.
       ADD 1 TO INDICE-PRESUPUESTO.
       IF  PRES-ID (INDICE-PRESUPUESTO) = PRESUPUESTO-A-BUSCAR
           MOVE "S" TO PRESUPUESTO-ENCONTRADO
       END-IF.

       SUMAR-CONSUMOS-EQUIPO.
       MOVE "000000" TO CONSUMOS-ID.
       START CONSUMOS-FILE KEY IS NOT LESS THAN CONSUMOS-ID
           INVALID KEY MOVE "S" TO FIN-CONSUMOS
           NOT INVALID KEY MOVE "N" TO FIN-CONSUMOS
       END-START.
       PERFORM SUMAR-CONSUMO-SIGUIENTE UNTIL FIN-CONSUMOS = "S".

      *El consumo es del trabajo si quedo asentado contra el equipo
      *o contra uno de sus presupuestos; se valoriza al costo del
      *maestro de repuestos
       SUMAR-CONSUMO-SIGUIENTE.
       READ CONSUMOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-CONSUMOS
           NOT AT END
               MOVE "N" TO CONSUMO-DEL-TRABAJO
               IF  CONSUMOS-EQUIPO = EQUIPO-CALCULO
                   MOVE "S" TO CONSUMO-DEL-TRABAJO
               ELSE
                   IF  CONSUMOS-PRESUPUESTO NOT = SPACE
                       MOVE CONSUMOS-PRESUPUESTO
                           TO PRESUPUESTO-A-BUSCAR
                       PERFORM BUSCAR-PRESUPUESTO-EQUIPO
                       MOVE PRESUPUESTO-ENCONTRADO
                           TO CONSUMO-DEL-TRABAJO
                   END-IF
               END-IF
               IF  CONSUMO-DEL-TRABAJO = "S"
                   PERFORM VALORIZAR-CONSUMO
               END-IF
       END-READ.

       VALORIZAR-CONSUMO.
       MOVE CONSUMOS-CODIGO TO PARTS-CODIGO.
       READ PARTS-FILE RECORD
           INVALID KEY MOVE ZERO TO PARTS-COSTO
       END-READ.
       COMPUTE COSTO-CONSUMO = CONSUMOS-CANTIDAD * PARTS-COSTO.
       ADD COSTO-CONSUMO TO REPUESTOS-CALC.

       MOSTRAR-LINEA-TRABAJO.
       MOVE TRABAJO-FACTURADO TO LINEA-FACTURADO.
       MOVE TRABAJO-MARGEN TO LINEA-MARGEN.
       PERFORM CALCULAR-PORCENTAJE.
       MOVE TRABAJO-FACTURADO TO IMPORTE-EDITADO.
       MOVE TRABAJO-REPUESTOS TO REPUESTOS-EDITADO.
       MOVE TRABAJO-MANO-OBRA TO MANO-OBRA-EDITADO.
       MOVE TRABAJO-GARANTIA TO GARANTIA-EDITADO.
       MOVE TRABAJO-MARGEN TO MARGEN-EDITADO.
       IF  TRABAJO-EXCEDIDO = "S"
           DISPLAY "Equipo " TRABAJO-ID "  " TRABAJO-TIPO
               "  Tec " TRABAJO-TECNICO
               "  Entregado " TRABAJO-ENTREGA
               "  ** CONSUMO MAYOR A LO COTIZADO **"
       ELSE
           DISPLAY "Equipo " TRABAJO-ID "  " TRABAJO-TIPO
               "  Tec " TRABAJO-TECNICO
               "  Entregado " TRABAJO-ENTREGA
       END-IF.
       DISPLAY "   Facturado " IMPORTE-EDITADO
           "  Repuestos " REPUESTOS-EDITADO
           "  M.obra " MANO-OBRA-EDITADO.
       IF  TRABAJO-REINGRESOS > ZERO
           DISPLAY "   Garantia " GARANTIA-EDITADO
               " (" TRABAJO-REINGRESOS " reingreso/s)"
               "  Margen " MARGEN-EDITADO
               "  " PORCENTAJE-EDITADO "%"
       ELSE
           DISPLAY "   Margen " MARGEN-EDITADO
               "  " PORCENTAJE-EDITADO "%"
       END-IF.

      *Margen sobre lo facturado; sin facturacion no hay porcentaje
       CALCULAR-PORCENTAJE.
       IF  LINEA-FACTURADO = ZERO
           MOVE ZERO TO PORCENTAJE-MARGEN
       ELSE
           COMPUTE PORCENTAJE-MARGEN ROUNDED =
               LINEA-MARGEN * 100 / LINEA-FACTURADO
               ON SIZE ERROR MOVE ZERO TO PORCENTAJE-MARGEN
           END-COMPUTE
       END-IF.
       MOVE PORCENTAJE-MARGEN TO PORCENTAJE-EDITADO.

      *Acumula el trabajo actual en el total general y en la linea
      *de su tecnico y de su tipo de equipo. Un cargo de garantia
      *de otro periodo no suma un trabajo mas.
       ACUMULAR-SUBTOTALES.
       ADD TRABAJO-FACTURADO TO TOTAL-FACTURADO.
       ADD TRABAJO-REPUESTOS TO TOTAL-REPUESTOS.
       ADD TRABAJO-MANO-OBRA TO TOTAL-MANO-OBRA.
       ADD TRABAJO-GARANTIA TO TOTAL-GARANTIA.
       ADD TRABAJO-MARGEN TO TOTAL-MARGEN.
       MOVE "N" TO TECNICO-ENCONTRADO.
       MOVE ZERO TO INDICE-TECNICO.
       PERFORM BUSCAR-LINEA-TECNICO
       UNTIL TECNICO-ENCONTRADO = "S"
       OR INDICE-TECNICO NOT < CANTIDAD-TECNICOS.
       IF  TECNICO-ENCONTRADO NOT = "S"
           IF  CANTIDAD-TECNICOS < 30
               ADD 1 TO CANTIDAD-TECNICOS
               MOVE CANTIDAD-TECNICOS TO INDICE-TECNICO
               MOVE TRABAJO-TECNICO TO SUBT-TEC-ID (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-TRABAJOS (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-FACTURADO (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-REPUESTOS (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-MANO-OBRA (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-GARANTIA (INDICE-TECNICO)
               MOVE ZERO TO SUBT-TEC-MARGEN (INDICE-TECNICO)
               MOVE "S" TO TECNICO-ENCONTRADO
           ELSE
               MOVE "S" TO SUBTOTALES-DESBORDADOS
           END-IF
       END-IF.
       IF  TECNICO-ENCONTRADO = "S"
           ADD TRABAJO-CUENTA TO SUBT-TEC-TRABAJOS (INDICE-TECNICO)
           ADD TRABAJO-FACTURADO
               TO SUBT-TEC-FACTURADO (INDICE-TECNICO)
           ADD TRABAJO-REPUESTOS
               TO SUBT-TEC-REPUESTOS (INDICE-TECNICO)
           ADD TRABAJO-MANO-OBRA
               TO SUBT-TEC-MANO-OBRA (INDICE-TECNICO)
           ADD TRABAJO-GARANTIA
               TO SUBT-TEC-GARANTIA (INDICE-TECNICO)
           ADD TRABAJO-MARGEN TO SUBT-TEC-MARGEN (INDICE-TECNICO)
       END-IF.
       MOVE "N" TO TIPO-ENCONTRADO.
       MOVE ZERO TO INDICE-TIPO.
       PERFORM BUSCAR-LINEA-TIPO
       UNTIL TIPO-ENCONTRADO = "S"
       OR INDICE-TIPO NOT < CANTIDAD-TIPOS.
       IF  TIPO-ENCONTRADO NOT = "S"
           IF  CANTIDAD-TIPOS < 30
               ADD 1 TO CANTIDAD-TIPOS
               MOVE CANTIDAD-TIPOS TO INDICE-TIPO
               MOVE TRABAJO-TIPO TO SUBT-TIPO-NOMBRE (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-TRABAJOS (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-FACTURADO (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-REPUESTOS (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-MANO-OBRA (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-GARANTIA (INDICE-TIPO)
               MOVE ZERO TO SUBT-TIPO-MARGEN (INDICE-TIPO)
               MOVE "S" TO TIPO-ENCONTRADO
           ELSE
               MOVE "S" TO SUBTOTALES-DESBORDADOS
           END-IF
       END-IF.
       IF  TIPO-ENCONTRADO = "S"
           ADD TRABAJO-CUENTA TO SUBT-TIPO-TRABAJOS (INDICE-TIPO)
           ADD TRABAJO-FACTURADO
               TO SUBT-TIPO-FACTURADO (INDICE-TIPO)
           ADD TRABAJO-REPUESTOS
               TO SUBT-TIPO-REPUESTOS (INDICE-TIPO)
           ADD TRABAJO-MANO-OBRA
               TO SUBT-TIPO-MANO-OBRA (INDICE-TIPO)
           ADD TRABAJO-GARANTIA
               TO SUBT-TIPO-GARANTIA (INDICE-TIPO)
           ADD TRABAJO-MARGEN TO SUBT-TIPO-MARGEN (INDICE-TIPO)
       END-IF.

       BUSCAR-LINEA-TECNICO.
       ADD 1 TO INDICE-TECNICO.
       IF  SUBT-TEC-ID (INDICE-TECNICO) = TRABAJO-TECNICO
           MOVE "S" TO TECNICO-ENCONTRADO
       END-IF.

       BUSCAR-LINEA-TIPO.
       ADD 1 TO INDICE-TIPO.
       IF  SUBT-TIPO-NOMBRE (INDICE-TIPO) = TRABAJO-TIPO
           MOVE "S" TO TIPO-ENCONTRADO
       END-IF.

       MOSTRAR-SUBTOTALES-TECNICO.
       DISPLAY " ".
       DISPLAY "--- Subtotales por tecnico ---".
       IF  SUBTOTALES-DESBORDADOS = "S"
           DISPLAY "Atencion: mas de 30 tecnicos o tipos de equipo, "
               "los subtotales estan incompletos."
       END-IF.
       MOVE ZERO TO INDICE-TECNICO.
       PERFORM MOSTRAR-LINEA-TECNICO
       UNTIL INDICE-TECNICO NOT < CANTIDAD-TECNICOS.

       MOSTRAR-LINEA-TECNICO.
       ADD 1 TO INDICE-TECNICO.
       IF  SUBT-TEC-ID (INDICE-TECNICO) = SPACE
           MOVE "(sin tecnico asignado)" TO TECHNICIANS-NOMBRE
       ELSE
           MOVE SUBT-TEC-ID (INDICE-TECNICO) TO TECHNICIANS-ID
           READ TECHNICIANS-FILE RECORD
               INVALID KEY MOVE "(tecnico dado de baja)"
                   TO TECHNICIANS-NOMBRE
           END-READ
       END-IF.
       DISPLAY " ".
       DISPLAY "Tecnico " SUBT-TEC-ID (INDICE-TECNICO) ": "
           TECHNICIANS-NOMBRE
           "  Trabajos: " SUBT-TEC-TRABAJOS (INDICE-TECNICO).
       MOVE SUBT-TEC-FACTURADO (INDICE-TECNICO) TO LINEA-FACTURADO.
       MOVE SUBT-TEC-REPUESTOS (INDICE-TECNICO) TO LINEA-REPUESTOS.
       MOVE SUBT-TEC-MANO-OBRA (INDICE-TECNICO) TO LINEA-MANO-OBRA.
       MOVE SUBT-TEC-GARANTIA (INDICE-TECNICO) TO LINEA-GARANTIA.
       MOVE SUBT-TEC-MARGEN (INDICE-TECNICO) TO LINEA-MARGEN.
       PERFORM MOSTRAR-LINEA-TOTALES.

       MOSTRAR-SUBTOTALES-TIPO.
       DISPLAY " ".
       DISPLAY "--- Subtotales por tipo de equipo ---".
       MOVE ZERO TO INDICE-TIPO.
       PERFORM MOSTRAR-LINEA-TIPO
       UNTIL INDICE-TIPO NOT < CANTIDAD-TIPOS.

       MOSTRAR-LINEA-TIPO.
       ADD 1 TO INDICE-TIPO.
       DISPLAY " ".
       DISPLAY "Tipo " SUBT-TIPO-NOMBRE (INDICE-TIPO)
           "  Trabajos: " SUBT-TIPO-TRABAJOS (INDICE-TIPO).
       MOVE SUBT-TIPO-FACTURADO (INDICE-TIPO) TO LINEA-FACTURADO.
       MOVE SUBT-TIPO-REPUESTOS (INDICE-TIPO) TO LINEA-REPUESTOS.
       MOVE SUBT-TIPO-MANO-OBRA (INDICE-TIPO) TO LINEA-MANO-OBRA.
       MOVE SUBT-TIPO-GARANTIA (INDICE-TIPO) TO LINEA-GARANTIA.
       MOVE SUBT-TIPO-MARGEN (INDICE-TIPO) TO LINEA-MARGEN.
       PERFORM MOSTRAR-LINEA-TOTALES.

       MOSTRAR-TOTAL-GENERAL.
       DISPLAY " ".
       DISPLAY "--- Total general ---".
       DISPLAY "Trabajos entregados: " TOTAL-TRABAJOS
           "   Con consumo mayor a lo cotizado: " TOTAL-EXCEDIDOS.
       DISPLAY "Cargos de garantia de otros periodos: " TOTAL-CARGOS.
       MOVE TOTAL-FACTURADO TO LINEA-FACTURADO.
       MOVE TOTAL-REPUESTOS TO LINEA-REPUESTOS.
       MOVE TOTAL-MANO-OBRA TO LINEA-MANO-OBRA.
       MOVE TOTAL-GARANTIA TO LINEA-GARANTIA.
       MOVE TOTAL-MARGEN TO LINEA-MARGEN.
       PERFORM MOSTRAR-LINEA-TOTALES.

       MOSTRAR-LINEA-TOTALES.
       PERFORM CALCULAR-PORCENTAJE.
       MOVE LINEA-FACTURADO TO TOTAL-EDITADO.
       DISPLAY "   Facturado:      " TOTAL-EDITADO.
       MOVE LINEA-REPUESTOS TO TOTAL-EDITADO.
       DISPLAY "   Repuestos:      " TOTAL-EDITADO.
       MOVE LINEA-MANO-OBRA TO TOTAL-EDITADO.
       DISPLAY "   Mano de obra:   " TOTAL-EDITADO.
       MOVE LINEA-GARANTIA TO TOTAL-EDITADO.
       DISPLAY "   Garantias:      " TOTAL-EDITADO.
       MOVE LINEA-MARGEN TO TOTAL-EDITADO.
       DISPLAY "   Margen bruto:   " TOTAL-EDITADO
           "  " PORCENTAJE-EDITADO "%".

       END PROGRAM REPORTE-RENTABILIDAD.

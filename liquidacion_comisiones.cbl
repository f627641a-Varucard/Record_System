      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Liquidacion mensual de comisiones de los tecnicos.
      *          Cada tecnico cobra su porcentaje de comision sobre la
      *          mano de obra (lineas M del detalle) de los
      *          presupuestos de los equipos que entrego y que estan
      *          totalmente pagados. Los trabajos que volvieron por
      *          garantia no se pagan, y si ya se habian pagado en una
      *          liquidacion anterior se descuentan en la del periodo.
      *          Cada trabajo liquidado queda asentado en
      *          comisiones.dat con el periodo en que se pago, asi una
      *          nueva corrida nunca lo vuelve a pagar. Se imprime una
      *          planilla por tecnico para firmar.
      *          Estados del asiento: L liquidado, E excluido por
      *          garantia, D descontado por garantia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-COMISIONES.
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

      *Archivo fisico de Tecnicos
       SELECT OPTIONAL TECHNICIANS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\technicians.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TECHNICIANS-ID
       FILE STATUS IS WS-TECHNICIANS-STATUS.

      *Archivo fisico de Comisiones liquidadas, un asiento por
      *presupuesto
       SELECT OPTIONAL COMISIONES-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\comisiones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COMISIONES-PRESUPUESTO
       ALTERNATE RECORD KEY IS COMISIONES-EQUIPO WITH DUPLICATES
       ALTERNATE RECORD KEY IS COMISIONES-TECNICO WITH DUPLICATES
       FILE STATUS IS WS-COMISIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Archivo logico de Operadores
       FD OPERATORS-FILE.
           01 OPERATORS-REGISTERS.
               05 OPERATORS-USUARIO PIC X(10).
               05 OPERATORS-CLAVE PIC X(10).
               05 OPERATORS-NOMBRE PIC X(25).
               05 OPERATORS-ROL PIC X(1).

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

      *Archivo logico de Tecnicos
       FD TECHNICIANS-FILE.
           01 TECHNICIANS-REGISTERS.
               05 TECHNICIANS-ID PIC X(6).
               05 TECHNICIANS-NOMBRE PIC X(25).
               05 TECHNICIANS-TELEFONO PIC X(11).
               05 TECHNICIANS-COMISION PIC 9(2)V99.

      *Archivo logico de Comisiones. PERIODO es el mes (AAAAMM) de
      *la liquidacion que pago el trabajo y PERIODO-DESCUENTO el de
      *la que lo desconto
       FD COMISIONES-FILE.
           01 COMISIONES-REGISTERS.
               05 COMISIONES-PRESUPUESTO PIC X(6).
               05 COMISIONES-EQUIPO PIC X(6).
               05 COMISIONES-TECNICO PIC X(6).
               05 COMISIONES-PERIODO PIC X(6).
               05 COMISIONES-FECHA PIC X(8).
               05 COMISIONES-MANO-OBRA PIC 9(7)V99.
               05 COMISIONES-TASA PIC 9(2)V99.
               05 COMISIONES-IMPORTE PIC 9(7)V99.
               05 COMISIONES-ESTADO PIC X(1).
               05 COMISIONES-PERIODO-DESCUENTO PIC X(6).
               05 COMISIONES-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-OPERATORS-STATUS PIC X(2).
       01  WS-EQUIPMENTS-STATUS PIC X(2).
       01  WS-BUDGETS-STATUS PIC X(2).
       01  WS-DETALLES-STATUS PIC X(2).
       01  WS-TECHNICIANS-STATUS PIC X(2).
       01  WS-COMISIONES-STATUS PIC X(2).

       01  FIN-EQUIPOS PIC X.
       01  FIN-PRESUPUESTOS PIC X.
       01  FIN-DETALLES PIC X.
       01  FIN-TECNICOS PIC X.
       01  FIN-COMISIONES PIC X.

      *Sesion de supervisor
       01  LOGIN-VALIDO PIC X.
       01  INTENTOS-LOGIN PIC 9 VALUE ZERO.
       01  CLAVE-INGRESADA PIC X(10).
       01  OPERADOR-ACTUAL PIC X(10).

       01  SI-NO PIC X.
       01  FECHA-DE-HOY PIC 9(8).
       01  PERIODO-LIQUIDACION PIC X(6).
       01  ULTIMO-PERIODO PIC X(6).

      *Reingresos por garantia con el trabajo original de la cadena
       01  TABLA-REINGRESOS.
           05 REINGRESO OCCURS 200 TIMES.
               10 REIN-ID PIC X(6).
               10 REIN-RAIZ PIC X(6).
       01  CANTIDAD-REINGRESOS PIC 9(3) VALUE ZERO.
       01  INDICE-REINGRESO PIC 9(3) VALUE ZERO.
       01  TABLA-DESBORDADA PIC X VALUE "N".
       01  ORIGEN-SIGUIENTE PIC X(6).
       01  SALTOS-AL-ORIGEN PIC 9(2) VALUE ZERO.
       01  TIENE-REINGRESO PIC X.

      *Calculo de la comision de un presupuesto
       01  MANO-OBRA-CALC PIC 9(9)V99 VALUE ZERO.
       01  EQUIPO-RAIZ PIC X(6).

      *Contadores de la corrida
       01  CONTADOR-LIQUIDADOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-EXCLUIDOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-DESCONTADOS PIC 9(4) VALUE ZERO.
       01  CONTADOR-SIN-MANO-OBRA PIC 9(4) VALUE ZERO.

      *Totales de la planilla de cada tecnico
       01  LINEAS-TECNICO PIC 9(4) VALUE ZERO.
       01  TOTAL-LIQUIDADO PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-DESCONTADO PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-A-PAGAR PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-GENERAL PIC S9(11)V99 VALUE ZERO.

       01  IMPORTE-EDITADO PIC -ZZZZZZZ9.99.
       01  TOTAL-EDITADO PIC -ZZZZZZZZZ9.99.
       01  TASA-EDITADA PIC Z9.99.
       01  COMISION-EDITADA PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
       PERFORM INICIAR-SESION-SUPERVISOR.
       IF  LOGIN-VALIDO = "S"
           OPEN INPUT EQUIPMENTS-FILE
           OPEN INPUT BUDGETS-FILE
           OPEN INPUT DETALLES-FILE
           OPEN INPUT TECHNICIANS-FILE
           PERFORM APERTURA-COMISIONES
           PERFORM PEDIR-PERIODO
           PERFORM PROCESAR-PERIODO
           CLOSE EQUIPMENTS-FILE
           CLOSE BUDGETS-FILE
           CLOSE DETALLES-FILE
           CLOSE TECHNICIANS-FILE
           CLOSE COMISIONES-FILE
       END-IF.

       PROGRAM-DONE.
       STOP RUN.

      *La liquidacion deja asentados los pagos de comisiones, por
      *eso exige una sesion de supervisor, con tres intentos
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
                       DISPLAY "La liquidacion de comisiones requiere "
                           "el rol supervisor."
                   END-IF
               END-IF
       END-READ.

      *Apertura de Archivos, si no se encuentran los crea
       APERTURA-COMISIONES.
       OPEN I-O COMISIONES-FILE.
       IF WS-COMISIONES-STATUS = "35"
           OPEN OUTPUT COMISIONES-FILE
           CLOSE COMISIONES-FILE
           OPEN I-O COMISIONES-FILE
       END-IF.
       IF WS-COMISIONES-STATUS NOT = "00"
           DISPLAY "Error al abrir comisiones.dat, codigo "
               WS-COMISIONES-STATUS
       END-IF.

       PEDIR-PERIODO.
       DISPLAY "Introduzca el periodo a liquidar (AAAAMM) o".
       DISPLAY "deje en blanco para el mes en curso: ".
       ACCEPT PERIODO-LIQUIDACION.
       IF  PERIODO-LIQUIDACION = SPACE
           MOVE FECHA-DE-HOY (1:6) TO PERIODO-LIQUIDACION
       END-IF.

      *Un periodo anterior al ultimo liquidado solo se reimprime: si
      *se volviera a liquidar se le cargarian trabajos que ya le
      *corresponden a un periodo posterior
       PROCESAR-PERIODO.
       PERFORM BUSCAR-ULTIMO-PERIODO.
       IF  PERIODO-LIQUIDACION < ULTIMO-PERIODO
           DISPLAY "El periodo " PERIODO-LIQUIDACION " ya quedo "
               "cerrado por la liquidacion de " ULTIMO-PERIODO "."
           DISPLAY "Se reimprimen las planillas sin cambios."
       ELSE
           DISPLAY "¿Confirma la liquidacion del periodo "
               PERIODO-LIQUIDACION "? (S/N)"
           ACCEPT SI-NO
           IF  SI-NO = "S" OR SI-NO = "s"
               PERFORM CARGAR-TABLA-REINGRESOS
               PERFORM COMPLETAR-RAICES-REINGRESOS
               PERFORM LIQUIDAR-TRABAJOS
               PERFORM DESCONTAR-REINGRESOS
               PERFORM MOSTRAR-RESUMEN-CORRIDA
           ELSE
               DISPLAY "No se liquido el periodo, se imprimen las "
                   "planillas como estan."
           END-IF
       END-IF.
       PERFORM IMPRIMIR-PLANILLAS.

       BUSCAR-ULTIMO-PERIODO.
       MOVE SPACE TO ULTIMO-PERIODO.
       MOVE SPACE TO COMISIONES-PRESUPUESTO.
       START COMISIONES-FILE KEY IS NOT LESS THAN
           COMISIONES-PRESUPUESTO
           INVALID KEY MOVE "S" TO FIN-COMISIONES
           NOT INVALID KEY MOVE "N" TO FIN-COMISIONES
       END-START.
       PERFORM COTEJAR-PERIODO-SIGUIENTE UNTIL FIN-COMISIONES = "S".

       COTEJAR-PERIODO-SIGUIENTE.
       READ COMISIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-COMISIONES
           NOT AT END
               IF  COMISIONES-PERIODO > ULTIMO-PERIODO
                   MOVE COMISIONES-PERIODO TO ULTIMO-PERIODO
               END-IF
               IF  COMISIONES-PERIODO-DESCUENTO > ULTIMO-PERIODO
                   MOVE COMISIONES-PERIODO-DESCUENTO TO ULTIMO-PERIODO
               END-IF
       END-READ.

      *Carga en la tabla todos los equipos que son reingresos por
      *garantia, como en REPORTE-RENTABILIDAD
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
               "tienen en cuenta los primeros 200."
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
       MOVE REIN-RAIZ (INDICE-REINGRESO) TO ORIGEN-SIGUIENTE.
       PERFORM SUBIR-AL-ORIGEN
       UNTIL ORIGEN-SIGUIENTE = SPACE
       OR SALTOS-AL-ORIGEN NOT < 10.

       SUBIR-AL-ORIGEN.
       ADD 1 TO SALTOS-AL-ORIGEN.
       MOVE ORIGEN-SIGUIENTE TO EQUIPMENTS-ID.
       READ EQUIPMENTS-FILE RECORD
           INVALID KEY
               MOVE ORIGEN-SIGUIENTE TO REIN-RAIZ (INDICE-REINGRESO)
               MOVE SPACE TO ORIGEN-SIGUIENTE
           NOT INVALID KEY
               MOVE EQUIPMENTS-ID TO REIN-RAIZ (INDICE-REINGRESO)
               MOVE EQUIPMENTS-ORIGEN TO ORIGEN-SIGUIENTE
       END-READ.

      *Trabajos a liquidar: equipos originales entregados hasta el
      *fin del periodo, con tecnico asignado. Los entregados antes
      *pero pagados recien ahora entran en esta liquidacion
       LIQUIDAR-TRABAJOS.
       MOVE "000000" TO EQUIPMENTS-ID.
       START EQUIPMENTS-FILE KEY IS NOT LESS THAN EQUIPMENTS-ID
           INVALID KEY MOVE "S" TO FIN-EQUIPOS
           NOT INVALID KEY MOVE "N" TO FIN-EQUIPOS
       END-START.
       PERFORM LIQUIDAR-EQUIPO-SIGUIENTE UNTIL FIN-EQUIPOS = "S".

       LIQUIDAR-EQUIPO-SIGUIENTE.
       READ EQUIPMENTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-EQUIPOS
           NOT AT END
               IF  EQUIPMENTS-ESTADO = "4"
               AND EQUIPMENTS-ORIGEN = SPACE
               AND EQUIPMENTS-TECNICO NOT = SPACE
               AND EQUIPMENTS-FECHA-ENTREGA (1:6)
                   NOT > PERIODO-LIQUIDACION
                   PERFORM LIQUIDAR-PRESUPUESTOS-EQUIPO
               END-IF
       END-READ.

       LIQUIDAR-PRESUPUESTOS-EQUIPO.
       MOVE EQUIPMENTS-ID TO EQUIPO-RAIZ.
       PERFORM BUSCAR-REINGRESO-DEL-TRABAJO.
       MOVE EQUIPMENTS-ID TO BUDGETS-EQUIPO.
       START BUDGETS-FILE KEY IS EQUAL TO BUDGETS-EQUIPO
           INVALID KEY MOVE "S" TO FIN-PRESUPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-PRESUPUESTOS
       END-START.
       PERFORM LIQUIDAR-PRESUPUESTO-SIGUIENTE
       UNTIL FIN-PRESUPUESTOS = "S".

      *Un presupuesto entra si no fue rechazado ni vencio, esta
      *totalmente pagado y todavia no tiene asiento de comision
       LIQUIDAR-PRESUPUESTO-SIGUIENTE.
       READ BUDGETS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-PRESUPUESTOS
           NOT AT END
               IF  BUDGETS-EQUIPO NOT = EQUIPMENTS-ID
                   MOVE "S" TO FIN-PRESUPUESTOS
               ELSE
                   IF  BUDGETS-APROBACION NOT = "R"
                   AND BUDGETS-APROBACION NOT = "V"
                   AND BUDGETS-PAGADO = "1"
                       MOVE BUDGETS-ID TO COMISIONES-PRESUPUESTO
                       READ COMISIONES-FILE RECORD
                           INVALID KEY
                               PERFORM LIQUIDAR-PRESUPUESTO
                       END-READ
                   END-IF
               END-IF
       END-READ.

       LIQUIDAR-PRESUPUESTO.
       PERFORM SUMAR-MANO-DE-OBRA.
       IF  MANO-OBRA-CALC = ZERO
           ADD 1 TO CONTADOR-SIN-MANO-OBRA
       ELSE
           MOVE EQUIPMENTS-TECNICO TO TECHNICIANS-ID
           READ TECHNICIANS-FILE RECORD
               INVALID KEY MOVE ZERO TO TECHNICIANS-COMISION
           END-READ
           MOVE SPACE TO COMISIONES-REGISTERS
           MOVE BUDGETS-ID TO COMISIONES-PRESUPUESTO
           MOVE EQUIPMENTS-ID TO COMISIONES-EQUIPO
           MOVE EQUIPMENTS-TECNICO TO COMISIONES-TECNICO
           MOVE PERIODO-LIQUIDACION TO COMISIONES-PERIODO
           MOVE FECHA-DE-HOY TO COMISIONES-FECHA
           MOVE MANO-OBRA-CALC TO COMISIONES-MANO-OBRA
           MOVE TECHNICIANS-COMISION TO COMISIONES-TASA
           MOVE OPERADOR-ACTUAL TO COMISIONES-OPERADOR
           IF  TIENE-REINGRESO = "S"
               MOVE ZERO TO COMISIONES-IMPORTE
               MOVE "E" TO COMISIONES-ESTADO
           ELSE
               COMPUTE COMISIONES-IMPORTE ROUNDED =
                   MANO-OBRA-CALC * TECHNICIANS-COMISION / 100
               MOVE "L" TO COMISIONES-ESTADO
           END-IF
           WRITE COMISIONES-REGISTERS
               INVALID KEY
                   DISPLAY "Error al guardar la comision del "
                       "presupuesto " BUDGETS-ID ", codigo "
                       WS-COMISIONES-STATUS
               NOT INVALID KEY
                   IF  COMISIONES-ESTADO = "E"
                       ADD 1 TO CONTADOR-EXCLUIDOS
                   ELSE
                       ADD 1 TO CONTADOR-LIQUIDADOS
                   END-IF
           END-WRITE
       END-IF.

      *Mano de obra del presupuesto: suma de sus lineas M
       SUMAR-MANO-DE-OBRA.
       MOVE ZERO TO MANO-OBRA-CALC.
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
               IF  DETALLES-PRESUPUESTO = BUDGETS-ID
               AND DETALLES-TIPO = "M"
                   ADD DETALLES-IMPORTE TO MANO-OBRA-CALC
               END-IF
       END-READ.

      *El trabajo volvio por garantia si algun reingreso tiene a
      *este equipo como trabajo original de su cadena
       BUSCAR-REINGRESO-DEL-TRABAJO.
       MOVE "N" TO TIENE-REINGRESO.
       MOVE ZERO TO INDICE-REINGRESO.
       PERFORM COTEJAR-REINGRESO-TABLA
       UNTIL TIENE-REINGRESO = "S"
       OR INDICE-REINGRESO NOT < CANTIDAD-REINGRESOS.

       COTEJAR-REINGRESO-TABLA.
       ADD 1 TO INDICE-REINGRESO.
       IF  REIN-RAIZ (INDICE-REINGRESO) = EQUIPO-RAIZ
           MOVE "S" TO TIENE-REINGRESO
       END-IF.

      *Los trabajos ya pagados cuyo equipo volvio por garantia se
      *descuentan en esta liquidacion, una sola vez
       DESCONTAR-REINGRESOS.
       MOVE ZERO TO INDICE-REINGRESO.
       PERFORM DESCONTAR-REINGRESO-SIGUIENTE
       UNTIL INDICE-REINGRESO NOT < CANTIDAD-REINGRESOS.

       DESCONTAR-REINGRESO-SIGUIENTE.
       ADD 1 TO INDICE-REINGRESO.
       MOVE REIN-RAIZ (INDICE-REINGRESO) TO EQUIPO-RAIZ.
       MOVE EQUIPO-RAIZ TO COMISIONES-EQUIPO.
       START COMISIONES-FILE KEY IS EQUAL TO COMISIONES-EQUIPO
           INVALID KEY MOVE "S" TO FIN-COMISIONES
           NOT INVALID KEY MOVE "N" TO FIN-COMISIONES
       END-START.
       PERFORM DESCONTAR-COMISION-SIGUIENTE
       UNTIL FIN-COMISIONES = "S".

       DESCONTAR-COMISION-SIGUIENTE.
       READ COMISIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-COMISIONES
           NOT AT END
               IF  COMISIONES-EQUIPO NOT = EQUIPO-RAIZ
                   MOVE "S" TO FIN-COMISIONES
               ELSE
                   IF  COMISIONES-ESTADO = "L"
                       MOVE "D" TO COMISIONES-ESTADO
                       MOVE PERIODO-LIQUIDACION
                           TO COMISIONES-PERIODO-DESCUENTO
                       REWRITE COMISIONES-REGISTERS
                           INVALID KEY
                               DISPLAY "Error al descontar la "
                                   "comision del presupuesto "
                                   COMISIONES-PRESUPUESTO
                           NOT INVALID KEY
                               ADD 1 TO CONTADOR-DESCONTADOS
                       END-REWRITE
                   END-IF
               END-IF
       END-READ.

       MOSTRAR-RESUMEN-CORRIDA.
       DISPLAY " ".
       DISPLAY "Presupuestos liquidados: " CONTADOR-LIQUIDADOS.
       DISPLAY "Excluidos por garantia: " CONTADOR-EXCLUIDOS.
       DISPLAY "Descontados por garantia: " CONTADOR-DESCONTADOS.
       DISPLAY "Pagados sin mano de obra detallada: "
           CONTADOR-SIN-MANO-OBRA.

      *Una planilla por tecnico con lo liquidado, lo excluido y lo
      *descontado en el periodo, para firmar al cobrar
       IMPRIMIR-PLANILLAS.
       MOVE ZERO TO TOTAL-GENERAL.
       MOVE "000000" TO TECHNICIANS-ID.
       START TECHNICIANS-FILE KEY IS NOT LESS THAN TECHNICIANS-ID
           INVALID KEY MOVE "S" TO FIN-TECNICOS
           NOT INVALID KEY MOVE "N" TO FIN-TECNICOS
       END-START.
       PERFORM IMPRIMIR-PLANILLA-SIGUIENTE UNTIL FIN-TECNICOS = "S".
       MOVE TOTAL-GENERAL TO TOTAL-EDITADO.
       DISPLAY " ".
       DISPLAY "Total de comisiones del periodo "
           PERIODO-LIQUIDACION ": " TOTAL-EDITADO.

       IMPRIMIR-PLANILLA-SIGUIENTE.
       READ TECHNICIANS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-TECNICOS
           NOT AT END
               PERFORM CONTAR-LINEAS-TECNICO
               IF  LINEAS-TECNICO > ZERO
                   PERFORM IMPRIMIR-PLANILLA-TECNICO
               END-IF
       END-READ.

       CONTAR-LINEAS-TECNICO.
       MOVE ZERO TO LINEAS-TECNICO.
       MOVE TECHNICIANS-ID TO COMISIONES-TECNICO.
       START COMISIONES-FILE KEY IS EQUAL TO COMISIONES-TECNICO
           INVALID KEY MOVE "S" TO FIN-COMISIONES
           NOT INVALID KEY MOVE "N" TO FIN-COMISIONES
       END-START.
       PERFORM CONTAR-LINEA-SIGUIENTE UNTIL FIN-COMISIONES = "S".

       CONTAR-LINEA-SIGUIENTE.
       READ COMISIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-COMISIONES
           NOT AT END
               IF  COMISIONES-TECNICO NOT = TECHNICIANS-ID
                   MOVE "S" TO FIN-COMISIONES
               ELSE
                   IF  COMISIONES-PERIODO = PERIODO-LIQUIDACION
                   OR  COMISIONES-PERIODO-DESCUENTO
                       = PERIODO-LIQUIDACION
                       ADD 1 TO LINEAS-TECNICO
                   END-IF
               END-IF
       END-READ.

       IMPRIMIR-PLANILLA-TECNICO.
       MOVE ZERO TO TOTAL-LIQUIDADO.
       MOVE ZERO TO TOTAL-DESCONTADO.
       MOVE TECHNICIANS-COMISION TO TASA-EDITADA.
       DISPLAY " ".
       DISPLAY "===== Liquidacion de comisiones - periodo "
           PERIODO-LIQUIDACION " =====".
       DISPLAY "Tecnico: " TECHNICIANS-ID " " TECHNICIANS-NOMBRE.
       DISPLAY "Comision vigente: " TASA-EDITADA "%".
       DISPLAY " ".
       DISPLAY "Presup. Equipo  Mano de obra  Tasa    Comision".
       MOVE TECHNICIANS-ID TO COMISIONES-TECNICO.
       START COMISIONES-FILE KEY IS EQUAL TO COMISIONES-TECNICO
           INVALID KEY MOVE "S" TO FIN-COMISIONES
           NOT INVALID KEY MOVE "N" TO FIN-COMISIONES
       END-START.
       PERFORM IMPRIMIR-LINEA-SIGUIENTE UNTIL FIN-COMISIONES = "S".
       COMPUTE TOTAL-A-PAGAR = TOTAL-LIQUIDADO - TOTAL-DESCONTADO.
       ADD TOTAL-A-PAGAR TO TOTAL-GENERAL.
       DISPLAY " ".
       MOVE TOTAL-LIQUIDADO TO TOTAL-EDITADO.
       DISPLAY "Comisiones liquidadas:      " TOTAL-EDITADO.
       MOVE TOTAL-DESCONTADO TO TOTAL-EDITADO.
       DISPLAY "Descuentos por garantia:    " TOTAL-EDITADO.
       MOVE TOTAL-A-PAGAR TO TOTAL-EDITADO.
       DISPLAY "Total a cobrar:             " TOTAL-EDITADO.
       DISPLAY " ".
       DISPLAY "Recibi conforme.".
       DISPLAY " ".
       DISPLAY "Firma del tecnico: ______________________________".
       DISPLAY "Aclaracion:        ______________________________".
       DISPLAY "Fecha:             ______________________________".

       IMPRIMIR-LINEA-SIGUIENTE.
       READ COMISIONES-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-COMISIONES
           NOT AT END
               IF  COMISIONES-TECNICO NOT = TECHNICIANS-ID
                   MOVE "S" TO FIN-COMISIONES
               ELSE
                   PERFORM IMPRIMIR-LINEA-COMISION
               END-IF
       END-READ.

      *Un trabajo liquidado en el periodo y descontado en el mismo
      *periodo sale dos veces, una con cada signo
       IMPRIMIR-LINEA-COMISION.
       MOVE COMISIONES-TASA TO TASA-EDITADA.
       IF  COMISIONES-PERIODO = PERIODO-LIQUIDACION
           MOVE COMISIONES-MANO-OBRA TO IMPORTE-EDITADO
           IF  COMISIONES-ESTADO = "E"
               DISPLAY COMISIONES-PRESUPUESTO "    "
                   COMISIONES-EQUIPO "    " IMPORTE-EDITADO
                   "  EXCLUIDO, VOLVIO POR GARANTIA"
           ELSE
               ADD COMISIONES-IMPORTE TO TOTAL-LIQUIDADO
               MOVE COMISIONES-IMPORTE TO COMISION-EDITADA
               DISPLAY COMISIONES-PRESUPUESTO "    "
                   COMISIONES-EQUIPO "    " IMPORTE-EDITADO
                   "  " TASA-EDITADA "%  " COMISION-EDITADA
           END-IF
       END-IF.
       IF  COMISIONES-ESTADO = "D"
       AND COMISIONES-PERIODO-DESCUENTO = PERIODO-LIQUIDACION
           ADD COMISIONES-IMPORTE TO TOTAL-DESCONTADO
           COMPUTE COMISION-EDITADA = ZERO - COMISIONES-IMPORTE
           DISPLAY COMISIONES-PRESUPUESTO "    "
               COMISIONES-EQUIPO "    DESCUENTO GARANTIA (liq. "
               COMISIONES-PERIODO ")  " COMISION-EDITADA
       END-IF.

       END PROGRAM LIQUIDACION-COMISIONES.

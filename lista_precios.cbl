      ******************************************************************
      * Author: Marquez Cristian Ariel
      * Date: 15/10/2026
      * Purpose: Lista de precios del taller. Mantiene las categorias
      *          con su margen sobre el costo, que da el precio de
      *          venta de los repuestos, y la lista de servicios con
      *          su precio por tipo de equipo, de donde salen las
      *          lineas de mano de obra de los presupuestos. Imprime
      *          la lista vigente y corre el aumento por porcentaje
      *          de toda la lista de servicios o de una categoria,
      *          con la planilla de precios anteriores y nuevos.
      *          Los presupuestos ya emitidos guardan en sus lineas
      *          el precio cotizado y no se tocan.
      *          Cualquier operador consulta la lista; los cambios
      *          de precios y margenes requieren el rol supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-PRECIOS.
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

      *Archivo fisico de Categorias
       SELECT OPTIONAL CATEGORIAS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\categorias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CATEGORIAS-CODIGO
       FILE STATUS IS WS-CATEGORIAS-STATUS.

      *Archivo fisico de la Lista de precios de servicios
       SELECT OPTIONAL SERVICIOS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\servicios.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SERVICIOS-CLAVE
       FILE STATUS IS WS-SERVICIOS-STATUS.

      *Archivo fisico de Repuestos
       SELECT OPTIONAL PARTS-FILE
       ASSIGN TO "C:\Desarrollos\Record_System\parts.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PARTS-CODIGO
       FILE STATUS IS WS-PARTS-STATUS.

      *Pista de auditoria, los cambios de precios quedan asentados
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

      *Archivo logico de Categorias. El margen es el porcentaje que
      *se suma al costo del repuesto para el precio de venta
       FD CATEGORIAS-FILE.
           01 CATEGORIAS-REGISTERS.
               05 CATEGORIAS-CODIGO PIC X(4).
               05 CATEGORIAS-DESCRIPCION PIC X(25).
               05 CATEGORIAS-MARGEN PIC 9(3)V99.

      *Archivo logico de Servicios. El tipo de equipo en blanco es
      *el precio general del servicio
       FD SERVICIOS-FILE.
           01 SERVICIOS-REGISTERS.
               05 SERVICIOS-CLAVE.
                   10 SERVICIOS-CODIGO PIC X(4).
                   10 SERVICIOS-TIPO-EQUIPO PIC X(10).
               05 SERVICIOS-DESCRIPCION PIC X(40).
               05 SERVICIOS-CATEGORIA PIC X(4).
               05 SERVICIOS-PRECIO PIC 9(7)V99.

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
       01  WS-CATEGORIAS-STATUS PIC X(2).
       01  WS-SERVICIOS-STATUS PIC X(2).
       01  WS-PARTS-STATUS PIC X(2).

       01  FIN-CATEGORIAS PIC X.
       01  FIN-SERVICIOS PIC X.
       01  FIN-REPUESTOS PIC X.

      *Sesion del operador
       01  LOGIN-VALIDO PIC X.
       01  INTENTOS-LOGIN PIC 9 VALUE ZERO.
       01  CLAVE-INGRESADA PIC X(10).
       01  OPERADOR-ACTUAL PIC X(10).
       01  ROL-ACTUAL PIC X(1).

       01  OPCION-PRECIOS PIC 9 VALUE ZERO.
       01  SI-NO PIC X.
       01  IMPORTE-TEXTO PIC X(10).
       01  TEXTO-INGRESADO PIC X(40).
       01  CATEGORIA-VALIDA PIC X.
       01  REGISTRO-EXISTE PIC X.

      *Aumento por porcentaje: categoria elegida (blanco es toda la
      *lista) y porcentaje
       01  CATEGORIA-AUMENTO PIC X(4).
       01  PORCENTAJE-AUMENTO PIC 9(3)V99 VALUE ZERO.
       01  MARGEN-ANTERIOR PIC 9(3)V99 VALUE ZERO.
       01  PRECIO-ANTERIOR PIC 9(7)V99 VALUE ZERO.
       01  PRECIO-NUEVO PIC 9(7)V99 VALUE ZERO.
       01  CONTADOR-CAMBIOS PIC 9(4) VALUE ZERO.

       01  COSTO-EDITADO PIC ZZZZZZ9.99.
       01  PRECIO-EDITADO PIC ZZZZZZ9.99.
       01  PRECIO-NUEVO-EDITADO PIC ZZZZZZ9.99.
       01  MARGEN-EDITADO PIC ZZ9.99.

      *Imagenes para la pista de auditoria
       01  TIPO-AUDITORIA PIC X(1).
       01  OPERACION-AUDITORIA PIC X(1).
       01  CLAVE-AUDITORIA PIC X(6).
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
           PERFORM APERTURA-CATEGORIAS
           PERFORM APERTURA-SERVICIOS
           PERFORM APERTURA-REPUESTOS
           OPEN EXTEND AUDIT-FILE
           PERFORM MOSTRAR-MENU-PRECIOS UNTIL OPCION-PRECIOS = 5
           CLOSE CATEGORIAS-FILE
           CLOSE SERVICIOS-FILE
           CLOSE PARTS-FILE
           CLOSE AUDIT-FILE
       END-IF.

       PROGRAM-DONE.
       STOP RUN.

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

       MOSTRAR-MENU-PRECIOS.
       DISPLAY " ".
       DISPLAY "===== Lista de precios =====".
       DISPLAY "1. Categorias y margenes".
       DISPLAY "2. Servicios y precios por tipo de equipo".
       DISPLAY "3. Imprimir la lista de precios".
       DISPLAY "4. Aumento de precios por porcentaje".
       DISPLAY "5. Salir".
       DISPLAY "Seleccione una opcion: ".
       ACCEPT OPCION-PRECIOS.
       EVALUATE OPCION-PRECIOS
           WHEN 1
               IF  ROL-ACTUAL = "S"
                   PERFORM MANTENER-CATEGORIA
               ELSE
                   DISPLAY "Los margenes requieren una sesion de "
                       "supervisor."
               END-IF
           WHEN 2
               IF  ROL-ACTUAL = "S"
                   PERFORM MANTENER-SERVICIO
               ELSE
                   DISPLAY "Los precios requieren una sesion de "
                       "supervisor."
               END-IF
           WHEN 3 PERFORM IMPRIMIR-LISTA-PRECIOS
           WHEN 4
               IF  ROL-ACTUAL = "S"
                   PERFORM AUMENTAR-PRECIOS
               ELSE
                   DISPLAY "El aumento de precios requiere una "
                       "sesion de supervisor."
               END-IF
           WHEN 5 CONTINUE
           WHEN OTHER DISPLAY "Opcion invalida."
       END-EVALUATE.

      *Alta de una categoria o cambio de su descripcion y margen.
      *Al cambiar el margen se recalcula el precio de venta de los
      *repuestos de la categoria
       MANTENER-CATEGORIA.
       DISPLAY "Introduzca el codigo de la categoria: ".
       ACCEPT CATEGORIAS-CODIGO.
       IF  CATEGORIAS-CODIGO = SPACE
           DISPLAY "El codigo no puede quedar en blanco."
       ELSE
           READ CATEGORIAS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO REGISTRO-EXISTE
           END-READ
           IF  REGISTRO-EXISTE = "S"
               PERFORM MODIFICAR-CATEGORIA
           ELSE
               PERFORM ALTA-CATEGORIA
           END-IF
       END-IF.

       ALTA-CATEGORIA.
       DISPLAY "Categoria nueva.".
       DISPLAY "Introduzca la descripcion: ".
       ACCEPT CATEGORIAS-DESCRIPCION.
       DISPLAY "Introduzca el margen sobre el costo (%): ".
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO = SPACE
           MOVE ZERO TO CATEGORIAS-MARGEN
       ELSE
           COMPUTE CATEGORIAS-MARGEN = FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.
       WRITE CATEGORIAS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar la categoria, codigo "
                   WS-CATEGORIAS-STATUS
           NOT INVALID KEY
               DISPLAY "Categoria registrada."
               MOVE "L" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE CATEGORIAS-CODIGO TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE CATEGORIAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-WRITE.

       MODIFICAR-CATEGORIA.
       MOVE CATEGORIAS-MARGEN TO MARGEN-EDITADO.
       DISPLAY "Categoria: " CATEGORIAS-DESCRIPCION
           "  Margen actual: " MARGEN-EDITADO "%".
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE CATEGORIAS-REGISTERS TO IMAGEN-ANTERIOR.
       MOVE CATEGORIAS-MARGEN TO MARGEN-ANTERIOR.
       DISPLAY "Nueva descripcion (blanco = sin cambio): ".
       ACCEPT TEXTO-INGRESADO.
       IF  TEXTO-INGRESADO NOT = SPACE
           MOVE TEXTO-INGRESADO TO CATEGORIAS-DESCRIPCION
       END-IF.
       DISPLAY "Nuevo margen sobre el costo (blanco = sin cambio): ".
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO NOT = SPACE
           COMPUTE CATEGORIAS-MARGEN = FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.
       REWRITE CATEGORIAS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar la categoria, codigo "
                   WS-CATEGORIAS-STATUS
           NOT INVALID KEY
               DISPLAY "Categoria actualizada."
               MOVE "L" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE CATEGORIAS-CODIGO TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE CATEGORIAS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
               IF  CATEGORIAS-MARGEN NOT = MARGEN-ANTERIOR
                   PERFORM RECALCULAR-PRECIOS-CATEGORIA
               END-IF
       END-REWRITE.

      *Planilla de precios de venta anteriores y nuevos de los
      *repuestos de la categoria, con el margen nuevo
       RECALCULAR-PRECIOS-CATEGORIA.
       MOVE ZERO TO CONTADOR-CAMBIOS.
       DISPLAY " ".
       DISPLAY "--- Precios de venta de la categoria "
           CATEGORIAS-CODIGO " ---".
       DISPLAY "Codigo   Descripcion                              "
           "      Costo    Anterior       Nuevo".
       MOVE LOW-VALUE TO PARTS-CODIGO.
       START PARTS-FILE KEY IS NOT LESS THAN PARTS-CODIGO
           INVALID KEY MOVE "S" TO FIN-REPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-REPUESTOS
       END-START.
       PERFORM RECALCULAR-REPUESTO-SIGUIENTE
       UNTIL FIN-REPUESTOS = "S".
       DISPLAY "Repuestos con precio nuevo: " CONTADOR-CAMBIOS.

       RECALCULAR-REPUESTO-SIGUIENTE.
       READ PARTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-REPUESTOS
           NOT AT END
               IF  PARTS-CATEGORIA = CATEGORIAS-CODIGO
                   PERFORM RECALCULAR-PRECIO-REPUESTO
               END-IF
       END-READ.

       RECALCULAR-PRECIO-REPUESTO.
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE PARTS-REGISTERS TO IMAGEN-ANTERIOR.
       IF  PARTS-PRECIO-VENTA NOT NUMERIC
           MOVE ZERO TO PRECIO-ANTERIOR
       ELSE
           MOVE PARTS-PRECIO-VENTA TO PRECIO-ANTERIOR
       END-IF.
       COMPUTE PARTS-PRECIO-VENTA ROUNDED =
           PARTS-COSTO * (100 + CATEGORIAS-MARGEN) / 100.
       REWRITE PARTS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el repuesto "
                   PARTS-CODIGO
           NOT INVALID KEY
               ADD 1 TO CONTADOR-CAMBIOS
               MOVE PRECIO-ANTERIOR TO PRECIO-EDITADO
               MOVE PARTS-PRECIO-VENTA TO PRECIO-NUEVO-EDITADO
               MOVE PARTS-COSTO TO COSTO-EDITADO
               DISPLAY PARTS-CODIGO " " PARTS-DESCRIPCION " "
                   COSTO-EDITADO "  " PRECIO-EDITADO "  "
                   PRECIO-NUEVO-EDITADO
               MOVE "R" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE PARTS-CODIGO (1:6) TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE PARTS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

      *Alta de un servicio para un tipo de equipo (blanco es el
      *precio general) o cambio de su descripcion, categoria y
      *precio
       MANTENER-SERVICIO.
       DISPLAY "Introduzca el codigo del servicio: ".
       ACCEPT SERVICIOS-CODIGO.
       DISPLAY "Introduzca el tipo de equipo (blanco = precio "
           "general): ".
       ACCEPT SERVICIOS-TIPO-EQUIPO.
       IF  SERVICIOS-CODIGO = SPACE
           DISPLAY "El codigo no puede quedar en blanco."
       ELSE
           READ SERVICIOS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO REGISTRO-EXISTE
           END-READ
           IF  REGISTRO-EXISTE = "S"
               PERFORM MODIFICAR-SERVICIO
           ELSE
               PERFORM ALTA-SERVICIO
           END-IF
       END-IF.

       ALTA-SERVICIO.
       DISPLAY "Servicio nuevo.".
       DISPLAY "Introduzca la descripcion: ".
       ACCEPT SERVICIOS-DESCRIPCION.
       MOVE "N" TO CATEGORIA-VALIDA.
       PERFORM PEDIR-CATEGORIA-SERVICIO UNTIL CATEGORIA-VALIDA = "S".
       DISPLAY "Introduzca el precio: ".
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO = SPACE
           MOVE ZERO TO SERVICIOS-PRECIO
       ELSE
           COMPUTE SERVICIOS-PRECIO = FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.
       WRITE SERVICIOS-REGISTERS
           INVALID KEY
               DISPLAY "Error al guardar el servicio, codigo "
                   WS-SERVICIOS-STATUS
           NOT INVALID KEY
               DISPLAY "Servicio registrado."
               MOVE "S" TO TIPO-AUDITORIA
               MOVE "A" TO OPERACION-AUDITORIA
               MOVE SERVICIOS-CODIGO TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-ANTERIOR
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE SERVICIOS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-WRITE.

       MODIFICAR-SERVICIO.
       MOVE SERVICIOS-PRECIO TO PRECIO-EDITADO.
       DISPLAY "Servicio: " SERVICIOS-DESCRIPCION.
       DISPLAY "Categoria: " SERVICIOS-CATEGORIA
           "  Precio actual: " PRECIO-EDITADO.
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE SERVICIOS-REGISTERS TO IMAGEN-ANTERIOR.
       DISPLAY "Nueva descripcion (blanco = sin cambio): ".
       ACCEPT TEXTO-INGRESADO.
       IF  TEXTO-INGRESADO NOT = SPACE
           MOVE TEXTO-INGRESADO TO SERVICIOS-DESCRIPCION
       END-IF.
       MOVE "N" TO CATEGORIA-VALIDA.
       PERFORM PEDIR-CATEGORIA-SERVICIO UNTIL CATEGORIA-VALIDA = "S".
       DISPLAY "Nuevo precio (blanco = sin cambio): ".
       ACCEPT IMPORTE-TEXTO.
       IF  IMPORTE-TEXTO NOT = SPACE
           COMPUTE SERVICIOS-PRECIO = FUNCTION NUMVAL (IMPORTE-TEXTO)
       END-IF.
       REWRITE SERVICIOS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el servicio, codigo "
                   WS-SERVICIOS-STATUS
           NOT INVALID KEY
               DISPLAY "Servicio actualizado."
               MOVE "S" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE SERVICIOS-CODIGO TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE SERVICIOS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

      *La categoria del servicio agrupa la lista para los aumentos;
      *en blanco el servicio solo sube con el aumento general
       PEDIR-CATEGORIA-SERVICIO.
       DISPLAY "Introduzca la categoria (blanco = sin categoria): ".
       ACCEPT SERVICIOS-CATEGORIA.
       IF  SERVICIOS-CATEGORIA = SPACE
           MOVE "S" TO CATEGORIA-VALIDA
       ELSE
           MOVE SERVICIOS-CATEGORIA TO CATEGORIAS-CODIGO
           READ CATEGORIAS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe esa categoria."
               NOT INVALID KEY
                   MOVE "S" TO CATEGORIA-VALIDA
           END-READ
       END-IF.

      *Lista vigente: servicios con su precio por tipo de equipo y
      *repuestos con costo, margen y precio de venta
       IMPRIMIR-LISTA-PRECIOS.
       DISPLAY " ".
       DISPLAY "========== LISTA DE PRECIOS ==========".
       DISPLAY "--- Servicios ---".
       DISPLAY "Cod  Tipo equipo Descripcion                       "
           "       Cat.      Precio".
       MOVE LOW-VALUE TO SERVICIOS-CLAVE.
       START SERVICIOS-FILE KEY IS NOT LESS THAN SERVICIOS-CLAVE
           INVALID KEY MOVE "S" TO FIN-SERVICIOS
           NOT INVALID KEY MOVE "N" TO FIN-SERVICIOS
       END-START.
       PERFORM IMPRIMIR-SERVICIO-SIGUIENTE UNTIL FIN-SERVICIOS = "S".
       DISPLAY "--- Repuestos ---".
       DISPLAY "Codigo   Descripcion                              "
           "Cat.      Costo Margen       Venta".
       MOVE LOW-VALUE TO PARTS-CODIGO.
       START PARTS-FILE KEY IS NOT LESS THAN PARTS-CODIGO
           INVALID KEY MOVE "S" TO FIN-REPUESTOS
           NOT INVALID KEY MOVE "N" TO FIN-REPUESTOS
       END-START.
       PERFORM IMPRIMIR-REPUESTO-SIGUIENTE UNTIL FIN-REPUESTOS = "S".
       DISPLAY "======================================".

       IMPRIMIR-SERVICIO-SIGUIENTE.
       READ SERVICIOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-SERVICIOS
           NOT AT END
               MOVE SERVICIOS-PRECIO TO PRECIO-EDITADO
               IF  SERVICIOS-TIPO-EQUIPO = SPACE
                   DISPLAY SERVICIOS-CODIGO " (general)  "
                       SERVICIOS-DESCRIPCION " " SERVICIOS-CATEGORIA
                       " " PRECIO-EDITADO
               ELSE
                   DISPLAY SERVICIOS-CODIGO " "
                       SERVICIOS-TIPO-EQUIPO " "
                       SERVICIOS-DESCRIPCION " " SERVICIOS-CATEGORIA
                       " " PRECIO-EDITADO
               END-IF
       END-READ.

       IMPRIMIR-REPUESTO-SIGUIENTE.
       READ PARTS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-REPUESTOS
           NOT AT END
               MOVE ZERO TO MARGEN-ANTERIOR
               IF  PARTS-CATEGORIA NOT = SPACE
                   MOVE PARTS-CATEGORIA TO CATEGORIAS-CODIGO
                   READ CATEGORIAS-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CATEGORIAS-MARGEN TO MARGEN-ANTERIOR
                   END-READ
               END-IF
               IF  PARTS-PRECIO-VENTA NOT NUMERIC
                   MOVE PARTS-COSTO TO PARTS-PRECIO-VENTA
               END-IF
               MOVE PARTS-COSTO TO PRECIO-EDITADO
               MOVE MARGEN-ANTERIOR TO MARGEN-EDITADO
               MOVE PARTS-PRECIO-VENTA TO PRECIO-NUEVO-EDITADO
               DISPLAY PARTS-CODIGO " " PARTS-DESCRIPCION " "
                   PARTS-CATEGORIA " " PRECIO-EDITADO " "
                   MARGEN-EDITADO " " PRECIO-NUEVO-EDITADO
       END-READ.

      *Aumento de la lista de servicios, entera o de una categoria,
      *por un porcentaje. Solo cambia la lista: las lineas de los
      *presupuestos ya emitidos conservan el precio cotizado
       AUMENTAR-PRECIOS.
       DISPLAY "Categoria a aumentar (blanco = toda la lista): ".
       ACCEPT CATEGORIA-AUMENTO.
       MOVE "S" TO CATEGORIA-VALIDA.
       IF  CATEGORIA-AUMENTO NOT = SPACE
           MOVE CATEGORIA-AUMENTO TO CATEGORIAS-CODIGO
           READ CATEGORIAS-FILE RECORD
               INVALID KEY
                   DISPLAY "No existe esa categoria."
                   MOVE "N" TO CATEGORIA-VALIDA
           END-READ
       END-IF.
       IF  CATEGORIA-VALIDA = "S"
           DISPLAY "Porcentaje de aumento: "
           ACCEPT IMPORTE-TEXTO
           IF  IMPORTE-TEXTO = SPACE
               MOVE ZERO TO PORCENTAJE-AUMENTO
           ELSE
               COMPUTE PORCENTAJE-AUMENTO =
                   FUNCTION NUMVAL (IMPORTE-TEXTO)
           END-IF
           IF  PORCENTAJE-AUMENTO = ZERO
               DISPLAY "No se indico ningun porcentaje."
           ELSE
               MOVE PORCENTAJE-AUMENTO TO MARGEN-EDITADO
               IF  CATEGORIA-AUMENTO = SPACE
                   DISPLAY "Se aumenta toda la lista de servicios un "
                       MARGEN-EDITADO "%."
               ELSE
                   DISPLAY "Se aumentan los servicios de la "
                       "categoria " CATEGORIA-AUMENTO " un "
                       MARGEN-EDITADO "%."
               END-IF
               DISPLAY "¿Confirma el aumento? (S/N)"
               ACCEPT SI-NO
               IF  SI-NO = "S" OR SI-NO = "s"
                   PERFORM APLICAR-AUMENTO
               ELSE
                   DISPLAY "No se aplico el aumento."
               END-IF
           END-IF
       END-IF.

       APLICAR-AUMENTO.
       MOVE ZERO TO CONTADOR-CAMBIOS.
       DISPLAY " ".
       DISPLAY "--- Planilla de aumento " WS-FECHA-ARCHIVO " ---".
       DISPLAY "Cod  Tipo equipo Descripcion                       "
           "         Anterior       Nuevo".
       MOVE LOW-VALUE TO SERVICIOS-CLAVE.
       START SERVICIOS-FILE KEY IS NOT LESS THAN SERVICIOS-CLAVE
           INVALID KEY MOVE "S" TO FIN-SERVICIOS
           NOT INVALID KEY MOVE "N" TO FIN-SERVICIOS
       END-START.
       PERFORM AUMENTAR-SERVICIO-SIGUIENTE UNTIL FIN-SERVICIOS = "S".
       DISPLAY "Precios aumentados: " CONTADOR-CAMBIOS.

       AUMENTAR-SERVICIO-SIGUIENTE.
       READ SERVICIOS-FILE NEXT RECORD
           AT END MOVE "S" TO FIN-SERVICIOS
           NOT AT END
               IF  CATEGORIA-AUMENTO = SPACE
               OR  SERVICIOS-CATEGORIA = CATEGORIA-AUMENTO
                   PERFORM AUMENTAR-SERVICIO
               END-IF
       END-READ.

       AUMENTAR-SERVICIO.
       MOVE SPACE TO IMAGEN-ANTERIOR.
       MOVE SERVICIOS-REGISTERS TO IMAGEN-ANTERIOR.
       MOVE SERVICIOS-PRECIO TO PRECIO-ANTERIOR.
       COMPUTE PRECIO-NUEVO ROUNDED =
           PRECIO-ANTERIOR * (100 + PORCENTAJE-AUMENTO) / 100.
       MOVE PRECIO-NUEVO TO SERVICIOS-PRECIO.
       REWRITE SERVICIOS-REGISTERS
           INVALID KEY
               DISPLAY "Error al actualizar el servicio "
                   SERVICIOS-CODIGO
           NOT INVALID KEY
               ADD 1 TO CONTADOR-CAMBIOS
               MOVE PRECIO-ANTERIOR TO PRECIO-EDITADO
               MOVE PRECIO-NUEVO TO PRECIO-NUEVO-EDITADO
               DISPLAY SERVICIOS-CODIGO " " SERVICIOS-TIPO-EQUIPO " "
                   SERVICIOS-DESCRIPCION " " PRECIO-EDITADO "  "
                   PRECIO-NUEVO-EDITADO
               MOVE "S" TO TIPO-AUDITORIA
               MOVE "M" TO OPERACION-AUDITORIA
               MOVE SERVICIOS-CODIGO TO CLAVE-AUDITORIA
               MOVE SPACE TO IMAGEN-POSTERIOR
               MOVE SERVICIOS-REGISTERS TO IMAGEN-POSTERIOR
               PERFORM GRABAR-AUDITORIA
       END-REWRITE.

       GRABAR-AUDITORIA.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE WS-FECHA-ARCHIVO TO AUDIT-FECHA.
       MOVE HORA-ACTUAL (1:6) TO AUDIT-HORA.
       MOVE OPERADOR-ACTUAL TO AUDIT-OPERADOR.
       MOVE TIPO-AUDITORIA TO AUDIT-TIPO.
       MOVE OPERACION-AUDITORIA TO AUDIT-OPERACION.
       MOVE CLAVE-AUDITORIA TO AUDIT-CLAVE.
       MOVE SPACE TO AUDIT-DNI.
       MOVE IMAGEN-ANTERIOR TO AUDIT-ANTES.
       MOVE IMAGEN-POSTERIOR TO AUDIT-DESPUES.
       WRITE AUDIT-REGISTRO.

       END PROGRAM LISTA-PRECIOS.

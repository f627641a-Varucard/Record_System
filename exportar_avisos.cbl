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
      *Linea de exportacion, un aviso pendiente por linea
       FD EXPORT-FILE.
           01 EXPORT-REGISTRO.
               05 EXPORT-AVISO PIC X(6).
               05 FILLER PIC X(1).
               05 EXPORT-NOMBRE PIC X(25).
               05 FILLER PIC X(1).
               05 FILLER PIC X(1).
               05 EXPORT-TIPO-EQUIPO PIC X(10).
               05 FILLER PIC X(1).
               05 EXPORT-SALDO PIC -ZZZZZZZZZ9.99.

       WORKING-STORAGE SECTION.

       OPEN OUTPUT EXPORT-FILE.
       DISPLAY " ".
       DISPLAY "===== Exportacion de avisos de retiro =====".
       MOVE "000000" TO AVISOS-ID.
       START AVISOS-FILE KEY IS NOT LESS THAN AVISOS-ID
           INVALID KEY MOVE "S" TO FIN-AVISOS
           NOT INVALID KEY MOVE "N" TO FIN-AVISOS

           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FS-MAESTROMOV.

      * ARCHIVO PERMANENTE DE LOS MOVIMIENTOS DEPURADOS DEL MAESTRO,
      * ACUMULATIVO Y ORDENADO POR PERIODO (AAAAMM) DEL MOVIMIENTO
           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.

           SELECT BITACORA ASSIGN TO "BITACORA-ARCHIVO.TXT"
           FILE STATUS IS FS-BITACORA.


       I-O-CONTROL.

               10 MOV-REF-HORA               PIC 9(06).
               10 MOV-REF-SUCURSAL           PIC 9(06).


       FD ARCHIVOMOV.
       01 REG-ARCHIVOMOV.
           05 ARC-CLAVE.
               10 ARC-PERIODO                PIC 9(06).
               10 ARC-CLIENTE                PIC X(10).
               10 ARC-FECHA                  PIC 9(08).
               10 ARC-HORA                   PIC 9(06).
               10 ARC-SUCURSAL               PIC 9(06).
           05 ARC-CODIGO                     PIC X(03).
           05 ARC-IMPORTE                    PIC S9(12)V9(04).
           05 ARC-TIPO                       PIC X(03).
           05 ARC-REF-ANU.
               10 ARC-REF-FECHA              PIC 9(08).
               10 ARC-REF-HORA               PIC 9(06).
               10 ARC-REF-SUCURSAL           PIC 9(06).
           05 ARC-FECHA-DEPURACION           PIC 9(08).


      * UN REGISTRO POR CORRIDA CON LO QUE SE PASO DEL MAESTRO AL
      * ARCHIVO PERMANENTE
       FD BITACORA
          RECORDING MODE F.
       01 REG-BITACORA.
           05 BIT-FECHA-PROCESO              PIC 9(08).
           05 BIT-HORA-PROCESO               PIC 9(06).
           05 BIT-FECHA-CORTE                PIC 9(08).
           05 BIT-CANT-ARCHIVADOS            PIC 9(09).
           05 BIT-IMPORTE-ARCHIVADO          PIC S9(13)V9(04).
           05 BIT-CANT-YA-ARCHIVADOS         PIC 9(09).
           05 BIT-CANT-ERRORES               PIC 9(09).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
             88 MAESTROMOV-EOF                   VALUE "10".
             88 MAESTROMOV-DUPLICADO             VALUE "22".
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".
             88 ARCHIVOMOV-DUPLICADO             VALUE "22".
           05 FS-BITACORA                   PIC X(02).
             88 BITACORA-OK                      VALUE "00".
             88 BITACORA-NO-EXISTE               VALUE "35".

      *--------------------------><--------><---------------------------
      *  DESARMADO DE LA LINEA DEL EXTRACTO DELIMITADA POR COMAS, EN
       01 WS-FECHA-CORTE                    PIC 9(08) VALUE ZERO.
       01 WS-FECHA-CORTE-INT                PIC 9(08) VALUE ZERO.

       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-PROCESO                   PIC 9(06) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  PASAJE AL ARCHIVO PERMANENTE: UN MOVIMIENTO SOLO SE BORRA DEL
      *  MAESTRO DESPUES DE QUEDAR GRABADO EN EL ARCHIVO. SI YA ESTABA
      *  ARCHIVADO (RE-EJECUCION CORTADA A MITAD DE LA DEPURACION) SE
      *  BORRA IGUAL; SI LA GRABACION FALLA QUEDA EN EL MAESTRO
      *--------------------------><--------><---------------------------
       01 WS-SW-ARCHIVO-ABIERTO             PIC X(01) VALUE "N".
         88 ARCHIVO-ABIERTO                     VALUE "S".

       01 WS-SW-ARCHIVADO                   PIC X(01) VALUE "N".
         88 MOVIMIENTO-ARCHIVADO                VALUE "S".

       01 WS-IMPORTE-ARCHIVADO              PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-YA-EXISTEN               PIC 9(09) VALUE ZERO.
       01 WS-CONT-RECHAZADOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-DEPURADOS                PIC 9(09) VALUE ZERO.
       01 WS-CONT-ARCHIVADOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-YA-ARCHIVADOS            PIC 9(09) VALUE ZERO.
       01 WS-CONT-ERROR-ARCHIVO            PIC 9(09) VALUE ZERO.


       PROCEDURE DIVISION.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

      * TIME DEVUELVE HHMMSSCC; LA BITACORA GUARDA SOLO HHMMSS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-PROCESO

           PERFORM 00010-ABRIR-MAESTRO

           PERFORM 00020-CARGAR-EXTRACTO

           CLOSE MAESTROMOV

           PERFORM 00040-GRABAR-BITACORA

           DISPLAY "LINEAS DE EXTRACTO LEIDAS : " WS-CONT-LEIDOS
           DISPLAY "MOVIMIENTOS GRABADOS      : " WS-CONT-GRABADOS
           DISPLAY "MOVIMIENTOS YA EXISTENTES : " WS-CONT-YA-EXISTEN
           DISPLAY "LINEAS RECHAZADAS         : " WS-CONT-RECHAZADOS
           DISPLAY "MOVIMIENTOS DEPURADOS     : " WS-CONT-DEPURADOS
           DISPLAY "MOVIMIENTOS ARCHIVADOS    : " WS-CONT-ARCHIVADOS
           DISPLAY "YA EXISTENTES EN ARCHIVO  : " WS-CONT-YA-ARCHIVADOS
           DISPLAY "ERRORES AL ARCHIVAR       : " WS-CONT-ERROR-ARCHIVO

           IF WS-CONT-ERROR-ARCHIVO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.


      * DEPURA DEL MAESTRO LOS MOVIMIENTOS ANTERIORES A LA VENTANA DE
      * RETENCION, RECORRIENDOLO COMPLETO PORQUE LA CLAVE ARRANCA POR
      * CLIENTE Y NO POR FECHA. CADA MOVIMIENTO SE PASA ANTES AL
      * ARCHIVO PERMANENTE; SIN ARCHIVO NO SE DEPURA NADA

       00030-DEPURAR-MAESTRO.

           MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-CORTE-INT)
                TO WS-FECHA-CORTE

           PERFORM 00031-ABRIR-ARCHIVO

           IF NOT ARCHIVO-ABIERTO
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO MOV-CLAVE

           START MAESTROMOV KEY NOT < MOV-CLAVE
           INVALID KEY
               CLOSE ARCHIVOMOV
               EXIT PARAGRAPH
           END-START

                   SET MAESTROMOV-EOF TO TRUE
               NOT AT END
                   IF MOV-FECHA < WS-FECHA-CORTE
                       PERFORM 00032-ARCHIVAR-MOVIMIENTO
                       IF MOVIMIENTO-ARCHIVADO
                           DELETE MAESTROMOV
                           ADD 1 TO WS-CONT-DEPURADOS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVOMOV

           .

      *--------------------------><--------><---------------------------

      * ABRE EL ARCHIVO PERMANENTE EN I-O Y LO CREA VACIO EN LA
      * PRIMERA DEPURACION DE LA INSTALACION

       00031-ABRIR-ARCHIVO.

           MOVE "N" TO WS-SW-ARCHIVO-ABIERTO

           OPEN I-O ARCHIVOMOV

           IF ARCHIVOMOV-NO-EXISTE
               OPEN OUTPUT ARCHIVOMOV
               CLOSE ARCHIVOMOV
               OPEN I-O ARCHIVOMOV
           END-IF

           IF ARCHIVOMOV-OK
               MOVE "S" TO WS-SW-ARCHIVO-ABIERTO
           ELSE
               DISPLAY "ERROR AL ABRIR EL ARCHIVO PERMANENTE, NO SE "
                       "DEPURA EL MAESTRO, FS: " FS-ARCHIVOMOV
               MOVE 4 TO RETURN-CODE
           END-IF

           .

      *--------------------------><--------><---------------------------

      * GRABA EN EL ARCHIVO PERMANENTE EL MOVIMIENTO A DEPURAR, BAJO
      * EL PERIODO DE SU FECHA

       00032-ARCHIVAR-MOVIMIENTO.

           MOVE "N" TO WS-SW-ARCHIVADO

           MOVE MOV-FECHA(1:6)   TO ARC-PERIODO
           MOVE MOV-CLIENTE      TO ARC-CLIENTE
           MOVE MOV-FECHA        TO ARC-FECHA
           MOVE MOV-HORA         TO ARC-HORA
           MOVE MOV-SUCURSAL     TO ARC-SUCURSAL
           MOVE MOV-CODIGO       TO ARC-CODIGO
           MOVE MOV-IMPORTE      TO ARC-IMPORTE
           MOVE MOV-TIPO         TO ARC-TIPO
           MOVE MOV-REF-ANU      TO ARC-REF-ANU
           MOVE WS-FECHA-PROCESO TO ARC-FECHA-DEPURACION

           WRITE REG-ARCHIVOMOV
           INVALID KEY
               IF ARCHIVOMOV-DUPLICADO
                   MOVE "S" TO WS-SW-ARCHIVADO
                   ADD 1 TO WS-CONT-YA-ARCHIVADOS
               ELSE
                   DISPLAY "ERROR AL ARCHIVAR " MOV-CLIENTE " "
                           MOV-FECHA " " MOV-HORA ", FS: "
                           FS-ARCHIVOMOV
                   ADD 1 TO WS-CONT-ERROR-ARCHIVO
               END-IF
           NOT INVALID KEY
               MOVE "S" TO WS-SW-ARCHIVADO
               ADD 1           TO WS-CONT-ARCHIVADOS
               ADD MOV-IMPORTE TO WS-IMPORTE-ARCHIVADO
           END-WRITE

           .

      *--------------------------><--------><---------------------------

      * DEJA EN LA BITACORA ACUMULATIVA CUANTOS MOVIMIENTOS Y QUE
      * IMPORTE SALIERON DEL MAESTRO AL ARCHIVO EN ESTA CORRIDA

       00040-GRABAR-BITACORA.

           OPEN EXTEND BITACORA
           IF BITACORA-NO-EXISTE
               OPEN OUTPUT BITACORA
           END-IF

           MOVE WS-FECHA-PROCESO      TO BIT-FECHA-PROCESO
           MOVE WS-HORA-PROCESO       TO BIT-HORA-PROCESO
           MOVE WS-FECHA-CORTE        TO BIT-FECHA-CORTE
           MOVE WS-CONT-ARCHIVADOS    TO BIT-CANT-ARCHIVADOS
           MOVE WS-IMPORTE-ARCHIVADO  TO BIT-IMPORTE-ARCHIVADO
           MOVE WS-CONT-YA-ARCHIVADOS TO BIT-CANT-YA-ARCHIVADOS
           MOVE WS-CONT-ERROR-ARCHIVO TO BIT-CANT-ERRORES

           WRITE REG-BITACORA

           IF NOT BITACORA-OK
               DISPLAY "ERROR AL GRABAR LA BITACORA DEL ARCHIVO, FS: "
                       FS-BITACORA
           END-IF

           CLOSE BITACORA

           .

       END PROGRAM CCCACT6.

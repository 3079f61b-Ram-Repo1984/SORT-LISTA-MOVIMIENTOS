       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT16.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.

      * ARCHIVO DE TRABAJO CON EL PERIODO RESTAURADO, UNO POR PERIODO,
      * EN EL MISMO FORMATO DELIMITADO QUE EL EXTRACTO DIARIO
           SELECT RESTAURADO ASSIGN TO DYNAMIC WS-ARCHIVO-RESTAURADO
           FILE STATUS IS FS-RESTAURADO.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
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


       FD RESTAURADO
          RECORDING MODE IS F
          RECORD CONTAINS 130 CHARACTERS.

       01 REG-RESTAURADO                     PIC X(130).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".
             88 ARCHIVOMOV-EOF                   VALUE "10".
           05 FS-RESTAURADO                 PIC X(02).
             88 RESTAURADO-OK                    VALUE "00".

      *--------------------------><--------><---------------------------
      *  PEDIDO DE RESTAURACION: PERIODO (AAAAMM) OBLIGATORIO Y
      *  CLIENTE OPTATIVO (EN BLANCO = TODOS LOS CLIENTES DEL PERIODO)
      *--------------------------><--------><---------------------------
       01 WS-PERIODO-TXT                    PIC X(06) VALUE SPACES.
       01 WS-PERIODO-PEDIDO                 PIC 9(06) VALUE ZERO.
       01 WS-CLIENTE-PEDIDO                 PIC X(10) VALUE SPACES.

       01 WS-ARCHIVO-RESTAURADO.
           05 FILLER                       PIC X(15)
                VALUE "RESTAURADO-MOV-".
           05 WS-ARCHIVO-REST-PERIODO      PIC 9(06).
           05 FILLER                       PIC X(04) VALUE ".TXT".

       01 WS-SW-FIN-PERIODO                 PIC X(01) VALUE "N".
         88 FIN-PERIODO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  ARMADO DE LA LINEA DELIMITADA POR COMAS, EN EL MISMO FORMATO
      *  EN QUE EL LISTADOR DIARIO GRABA EL EXTRACTO. EL ARCHIVO GUARDA
      *  IMPORTES YA CONVERTIDOS: LA MONEDA SALE COMO PESOS Y EL
      *  IMPORTE ORIGINAL IGUAL AL IMPORTE
      *--------------------------><--------><---------------------------
       01 WS-EXT-CLIENTE                   PIC X(10).
       01 WS-EXT-SUCURSAL                  PIC 9(06).
       01 WS-EXT-CODIGO                    PIC X(03).
       01 WS-EXT-FECHA                     PIC 9(08).
       01 WS-EXT-HORA                      PIC 9(06).
       01 WS-EXT-IMPORTE                   PIC -(11)9V.9999.
       01 WS-EXT-TIPO                      PIC X(03).
       01 WS-EXT-MONEDA                    PIC X(03).
       01 WS-EXT-IMP-ORIG                  PIC -(11)9V.9999.
       01 WS-EXT-REF-ANU                   PIC X(20).

       01 WS-LINEA-EXTRACTO                PIC X(130) VALUE SPACES.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-RESTAURADOS              PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-RESTAURADO              PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-EDITADO                 PIC $ZZZ.ZZZ.ZZZ.Z99,9999DB.


       PROCEDURE DIVISION.

       00000-RESTAURAR.

           PERFORM 00010-PEDIR-PERIODO

           PERFORM 00020-ABRIR-ARCHIVOS

           PERFORM 00030-RESTAURAR-PERIODO

           CLOSE ARCHIVOMOV RESTAURADO

           MOVE WS-TOTAL-RESTAURADO TO WS-TOTAL-EDITADO
           DISPLAY "ARCHIVO DE TRABAJO      : " WS-ARCHIVO-RESTAURADO
           DISPLAY "MOVIMIENTOS RESTAURADOS : " WS-CONT-RESTAURADOS
           DISPLAY "IMPORTE NETO RESTAURADO : " WS-TOTAL-EDITADO

           IF WS-CONT-RESTAURADOS = ZERO
               DISPLAY "EL PERIODO PEDIDO NO TIENE MOVIMIENTOS "
                       "ARCHIVADOS"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------><--------><---------------------------

      * TOMA EL PERIODO Y EL CLIENTE OPTATIVO DE LA ENTRADA ESTANDAR,
      * UNO POR LINEA

       00010-PEDIR-PERIODO.

           ACCEPT WS-PERIODO-TXT
           ACCEPT WS-CLIENTE-PEDIDO

           IF WS-PERIODO-TXT NOT NUMERIC
               DISPLAY "PERIODO INVALIDO, SE ESPERA AAAAMM: "
                       WS-PERIODO-TXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIODO-TXT TO WS-PERIODO-PEDIDO

           IF WS-PERIODO-PEDIDO(5:2) < "01"
              OR WS-PERIODO-PEDIDO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO, SE ESPERA AAAAMM: "
                       WS-PERIODO-TXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIODO-PEDIDO TO WS-ARCHIVO-REST-PERIODO

           .

      *--------------------------><--------><---------------------------

      * ABRE EL ARCHIVO PERMANENTE Y RECREA EL ARCHIVO DE TRABAJO DEL
      * PERIODO; UNA RESTAURACION ANTERIOR DEL MISMO PERIODO SE PISA

       00020-ABRIR-ARCHIVOS.

           OPEN INPUT ARCHIVOMOV

           IF NOT ARCHIVOMOV-OK
               DISPLAY "SIN ARCHIVO PERMANENTE DE MOVIMIENTOS, FS: "
                       FS-ARCHIVOMOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESTAURADO

           IF NOT RESTAURADO-OK
               DISPLAY "ERROR AL CREAR EL ARCHIVO DE TRABAJO, FS: "
                       FS-RESTAURADO
               CLOSE ARCHIVOMOV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *--------------------------><--------><---------------------------

      * POSICIONA EL ARCHIVO EN EL PRIMER MOVIMIENTO DEL PERIODO (O DEL
      * CLIENTE DENTRO DEL PERIODO) Y LO COPIA HASTA CAMBIAR DE
      * PERIODO O DE CLIENTE

       00030-RESTAURAR-PERIODO.

           MOVE WS-PERIODO-PEDIDO TO ARC-PERIODO
           MOVE ZERO              TO ARC-FECHA
           MOVE ZERO              TO ARC-HORA
           MOVE ZERO              TO ARC-SUCURSAL

           IF WS-CLIENTE-PEDIDO = SPACES
               MOVE LOW-VALUES        TO ARC-CLIENTE
           ELSE
               MOVE WS-CLIENTE-PEDIDO TO ARC-CLIENTE
           END-IF

           MOVE "N" TO WS-SW-FIN-PERIODO

           START ARCHIVOMOV KEY NOT < ARC-CLAVE
           INVALID KEY
               SET FIN-PERIODO TO TRUE
           END-START

           PERFORM UNTIL FIN-PERIODO
               READ ARCHIVOMOV NEXT RECORD
               AT END
                   SET FIN-PERIODO TO TRUE
               NOT AT END
                   IF ARC-PERIODO NOT = WS-PERIODO-PEDIDO
                       SET FIN-PERIODO TO TRUE
                   ELSE
                       IF WS-CLIENTE-PEDIDO NOT = SPACES
                          AND ARC-CLIENTE NOT = WS-CLIENTE-PEDIDO
                           SET FIN-PERIODO TO TRUE
                       ELSE
                           PERFORM 00031-GRABAR-RESTAURADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * GRABA UN MOVIMIENTO ARCHIVADO COMO LINEA DE EXTRACTO

       00031-GRABAR-RESTAURADO.

           MOVE ARC-CLIENTE    TO WS-EXT-CLIENTE
           MOVE ARC-SUCURSAL   TO WS-EXT-SUCURSAL
           MOVE ARC-CODIGO     TO WS-EXT-CODIGO
           MOVE ARC-FECHA      TO WS-EXT-FECHA
           MOVE ARC-HORA       TO WS-EXT-HORA
           MOVE ARC-IMPORTE    TO WS-EXT-IMPORTE
           MOVE ARC-TIPO       TO WS-EXT-TIPO
           MOVE "PES"          TO WS-EXT-MONEDA
           MOVE ARC-IMPORTE    TO WS-EXT-IMP-ORIG
           MOVE ARC-REF-ANU    TO WS-EXT-REF-ANU

           MOVE SPACES TO WS-LINEA-EXTRACTO
           STRING WS-EXT-CLIENTE  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-SUCURSAL DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-CODIGO   DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-FECHA    DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-HORA     DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-IMPORTE  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-TIPO     DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-MONEDA   DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-IMP-ORIG DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-EXT-REF-ANU  DELIMITED BY SIZE
             INTO WS-LINEA-EXTRACTO
           END-STRING

           WRITE REG-RESTAURADO FROM WS-LINEA-EXTRACTO

           ADD 1           TO WS-CONT-RESTAURADOS
           ADD ARC-IMPORTE TO WS-TOTAL-RESTAURADO

           .

       END PROGRAM CCCACT16.

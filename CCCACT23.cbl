       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT23.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * ACUMULADO ANUAL POR CLIENTE PARA EL CERTIFICADO IMPOSITIVO.
      * SE CORRE AL CIERRE DE CADA MES, ANTES DE QUE SE ROTE EL
      * EXTRACTO DEL MES, Y SUMA SUS MOVIMIENTOS AL ACUMULADO DEL ANIO
           SELECT EXTMES ASSIGN TO "EXTRACTO-MES.TXT"
           FILE STATUS IS FS-EXTMES.

      * UN REGISTRO POR ANIO Y CLIENTE, CON CANTIDAD E IMPORTE NETOS
      * POR TIPO DE MOVIMIENTO. SOBREVIVE A LA ROTACION MENSUAL
           SELECT ACUMULADO ASSIGN TO "ACUMULADO-ANUAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS FS-ACUMULADO.

      * PERIODOS YA SUMADOS AL ACUMULADO, PARA NO SUMAR DOS VECES EL
      * MISMO MES
           SELECT PERIODOS ASSIGN TO "PERIODOS-ACUMULADOS.TXT"
           FILE STATUS IS FS-PERIODOS.

      * EL ORIGINAL DE CADA ANULACION SE BUSCA EN EL MAESTRO DE
      * MOVIMIENTOS Y, SI YA FUE DEPURADO, EN EL ARCHIVO PERMANENTE
           SELECT MAESTROMOV ASSIGN TO "MAESTRO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FS-MAESTROMOV.

           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTMES
          RECORDING MODE IS F
          RECORD CONTAINS 130 CHARACTERS.

       01 REG-EXTMES                         PIC X(130).


      * LAS NUEVE POSICIONES DE TIPO SIGUEN EL ORDEN DE LA TABLA DE
      * TIPOS CONOCIDOS. UNA ANULACION SE SUMA EN EL TIPO DE SU
      * ORIGINAL, RESTANDO UNO A LA CANTIDAD; LA POSICION "ANU" SOLO
      * RECIBE LAS ANULACIONES CUYO ORIGINAL NO SE ENCONTRO
       FD ACUMULADO.
       01 REG-ACUMULADO.
           05 ACU-CLAVE.
               10 ACU-ANIO                   PIC 9(04).
               10 ACU-CLIENTE                PIC X(10).
           05 ACU-ULTIMO-PERIODO             PIC 9(06).
           05 ACU-CANT-MOV                   PIC S9(07).
           05 ACU-INT-ACREDITADO             PIC S9(13)V9(04).
           05 ACU-INT-DEBITADO               PIC S9(13)V9(04).
           05 ACU-TIPOS OCCURS 9 TIMES.
               10 ACU-TIPO-CANT              PIC S9(07).
               10 ACU-TIPO-IMPORTE           PIC S9(13)V9(04).


       FD PERIODOS
          RECORDING MODE F.
       01 REG-PERIODO.
           05 PAC-PERIODO                    PIC 9(06).
           05 PAC-FECHA-PROCESO              PIC 9(08).
           05 PAC-HORA-PROCESO               PIC 9(06).
           05 PAC-LINEAS                     PIC 9(09).
           05 PAC-ANU-NETEADAS               PIC 9(07).
           05 PAC-ANU-SIN-ORIGINAL           PIC 9(07).
           05 PAC-IMPORTE-TOTAL              PIC S9(13)V9(04).


       FD MAESTROMOV.
       01 REG-MAESTROMOV.
           05 MOV-CLAVE.
               10 MOV-CLIENTE                PIC X(10).
               10 MOV-FECHA                  PIC 9(08).
               10 MOV-HORA                   PIC 9(06).
               10 MOV-SUCURSAL               PIC 9(06).
           05 MOV-CODIGO                     PIC X(03).
           05 MOV-IMPORTE                    PIC S9(12)V9(04).
           05 MOV-TIPO                       PIC X(03).
           05 MOV-REF-ANU.
               10 MOV-REF-FECHA              PIC 9(08).
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

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-EXTMES                     PIC X(02).
             88 EXTMES-OK                        VALUE "00".
             88 EXTMES-NO-EXISTE                 VALUE "35".
             88 EXTMES-EOF                       VALUE "10".
           05 FS-ACUMULADO                  PIC X(02).
             88 ACUMULADO-OK                     VALUE "00".
             88 ACUMULADO-NO-EXISTE              VALUE "35".
           05 FS-PERIODOS                   PIC X(02).
             88 PERIODOS-OK                      VALUE "00".
             88 PERIODOS-NO-EXISTE               VALUE "35".
             88 PERIODOS-EOF                     VALUE "10".
           05 FS-MAESTROMOV                 PIC X(02).
             88 MAESTROMOV-OK                    VALUE "00".
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".

      *--------------------------><--------><---------------------------
      *  DESARMADO DE LA LINEA DEL EXTRACTO DELIMITADA POR COMAS, EN
      *  EL MISMO FORMATO EN QUE LA GRABA EL LISTADOR DIARIO
      *--------------------------><--------><---------------------------

       01 WS-CAMPO-CLIENTE                  PIC X(10).
       01 WS-CAMPO-SUCURSAL                 PIC X(06).
       01 WS-CAMPO-CODIGO                   PIC X(03).
       01 WS-CAMPO-FECHA                    PIC X(08).
       01 WS-CAMPO-HORA                     PIC X(06).
       01 WS-CAMPO-IMPORTE.
           05 WS-IMP-ENTERO                 PIC X(12).
           05 FILLER                        PIC X(01).
           05 WS-IMP-DEC                    PIC X(04).
       01 WS-CAMPO-TIPO                     PIC X(03).
       01 WS-CAMPO-MONEDA                   PIC X(03).
       01 WS-CAMPO-IMP-ORIG                 PIC X(17).
       01 WS-CAMPO-REF-ANU                  PIC X(20).

       01 WS-IMP-ENTERO-NUM                 PIC 9(12) VALUE ZERO.
       01 WS-IMP-DEC-NUM                    PIC 9(04) VALUE ZERO.
       01 WS-CONT-NEGATIVO                  PIC 9(02) VALUE ZERO.
       01 WS-IMPORTE-ARMADO                 PIC S9(12)V9(04) VALUE ZERO.

       01 WS-SW-LINEA-VALIDA                PIC X(01) VALUE "S".
         88 LINEA-VALIDA                        VALUE "S".

      *--------------------------><--------><---------------------------
      *  PERIODO DEL EXTRACTO: EL DE LA FECHA MAS RECIENTE ENTRE SUS
      *  LINEAS VALIDAS. LA PRIMERA LINEA PUEDE SER DEL MES ANTERIOR (UN
      *  MOVIMIENTO DE DIA INHABIL DE FIN DE MES, UNA EXCEPCION
      *  RECICLADA O UNA TRANSFERENCIA LIBERADA)
      *--------------------------><--------><---------------------------
       01 WS-PERIODO                        PIC 9(06) VALUE ZERO.

       01 WS-SW-PERIODO-FIJADO              PIC X(01) VALUE "N".
         88 PERIODO-FIJADO                      VALUE "S".

       01 WS-SW-PERIODO-ACUMULADO           PIC X(01) VALUE "N".
         88 PERIODO-YA-ACUMULADO                VALUE "S".

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.
       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-PROCESO                   PIC 9(06) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  TABLA DE TIPOS DE MOVIMIENTO CONOCIDOS, EN EL ORDEN DE LAS
      *  POSICIONES DEL ACUMULADO
      *--------------------------><--------><---------------------------
       01 WS-TABLA-TIPOS.
           05 WS-TIPO-ENTRADA OCCURS 9 TIMES INDEXED BY WS-IDX-TIPO.
               10 WS-TIPO-COD               PIC X(03).

       01 WS-SW-TIPO-ENCONTRADO             PIC X(01) VALUE "N".
         88 TIPO-ENCONTRADO                     VALUE "S".

      *--------------------------><--------><---------------------------
      *  DATOS CON QUE LA LINEA EN CURSO SE SUMA AL ACUMULADO: UNA
      *  ANULACION VA AL ANIO Y AL TIPO DE SU ORIGINAL, RESTANDO UN
      *  MOVIMIENTO, ASI QUE EL PAR QUEDA NETEADO AUNQUE EL ORIGINAL
      *  SEA DE OTRO MES O DE OTRO ANIO
      *--------------------------><--------><---------------------------
       01 WS-ANIO-ACUMULAR                  PIC 9(04) VALUE ZERO.
       01 WS-TIPO-ACUMULAR                  PIC X(03) VALUE SPACES.
       01 WS-CANT-ACUMULAR                  PIC S9(01) VALUE ZERO.
       01 WS-IMPORTE-CLASIFICAR             PIC S9(12)V9(04) VALUE ZERO.

       01 WS-SW-ORIGINAL-HALLADO            PIC X(01) VALUE "N".
         88 ORIGINAL-HALLADO                    VALUE "S".

       01 WS-SW-MAESTRO-ABIERTO             PIC X(01) VALUE "N".
         88 MAESTRO-ABIERTO                     VALUE "S".

       01 WS-SW-ARCHIVO-ABIERTO             PIC X(01) VALUE "N".
         88 ARCHIVO-ABIERTO                     VALUE "S".

       01 WS-SW-ACU-NUEVO                   PIC X(01) VALUE "N".
         88 ACU-NUEVO                           VALUE "S".

       01 WS-SUB-TIPO                       PIC 9(02) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-LEIDOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-ACUMULADOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-RECHAZADOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-ANU-NETEADAS             PIC 9(07) VALUE ZERO.
       01 WS-CONT-ANU-SIN-ORIGINAL         PIC 9(07) VALUE ZERO.
       01 WS-CONT-ALTAS                    PIC 9(07) VALUE ZERO.
       01 WS-IMPORTE-TOTAL                 PIC S9(13)V9(04) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-ACUMULADO-ANUAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-PROCESO

           PERFORM 00005-INICIALIZAR-TABLA-TIPOS

           PERFORM 00010-FIJAR-PERIODO

           IF NOT PERIODO-FIJADO
               GOBACK
           END-IF

           PERFORM 00015-CONTROLAR-PERIODO

           IF PERIODO-YA-ACUMULADO
               DISPLAY "EL PERIODO " WS-PERIODO " YA FUE ACUMULADO, "
                       "NO SE VUELVE A SUMAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 00020-ABRIR-ARCHIVOS

           PERFORM 00030-ACUMULAR-EXTRACTO

           CLOSE ACUMULADO

           IF MAESTRO-ABIERTO
               CLOSE MAESTROMOV
           END-IF

           IF ARCHIVO-ABIERTO
               CLOSE ARCHIVOMOV
           END-IF

           PERFORM 00050-REGISTRAR-PERIODO

           DISPLAY "PERIODO ACUMULADO           : " WS-PERIODO
           DISPLAY "LINEAS DE EXTRACTO LEIDAS   : " WS-CONT-LEIDOS
           DISPLAY "LINEAS ACUMULADAS           : " WS-CONT-ACUMULADOS
           DISPLAY "LINEAS RECHAZADAS           : " WS-CONT-RECHAZADOS
           DISPLAY "ANULACIONES NETEADAS        : " WS-CONT-ANU-NETEADAS
           DISPLAY "ANULACIONES SIN ORIGINAL    : "
                   WS-CONT-ANU-SIN-ORIGINAL
           DISPLAY "CLIENTES NUEVOS EN EL ANIO  : " WS-CONT-ALTAS

      * UNA ANULACION SIN ORIGINAL QUEDA SUMADA COMO "ANU" Y EL
      * CERTIFICADO DEL CLIENTE MERECE REVISION
           IF WS-CONT-RECHAZADOS > ZERO
              OR WS-CONT-ANU-SIN-ORIGINAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *--------------------------><--------><---------------------------

      * CARGA LA TABLA DE TIPOS DE MOVIMIENTO CONOCIDOS POR EL BANCO

       00005-INICIALIZAR-TABLA-TIPOS.

           MOVE "DEB" TO WS-TIPO-COD(1)
           MOVE "CRE" TO WS-TIPO-COD(2)
           MOVE "AJU" TO WS-TIPO-COD(3)
           MOVE "CHQ" TO WS-TIPO-COD(4)
           MOVE "TRF" TO WS-TIPO-COD(5)
           MOVE "INT" TO WS-TIPO-COD(6)
           MOVE "COM" TO WS-TIPO-COD(7)
           MOVE "NOT" TO WS-TIPO-COD(8)
           MOVE "ANU" TO WS-TIPO-COD(9)

           .

      *--------------------------><--------><---------------------------

      * TOMA EL PERIODO DE LA FECHA MAS RECIENTE ENTRE LAS LINEAS
      * VALIDAS DEL EXTRACTO DEL MES. SIN EXTRACTO LA CORRIDA TERMINA
      * CON ERROR; UN EXTRACTO SIN LINEAS VALIDAS NO TIENE NADA QUE
      * ACUMULAR

       00010-FIJAR-PERIODO.

           OPEN INPUT EXTMES

           IF EXTMES-NO-EXISTE
               DISPLAY "SIN EXTRACTO DEL MES, NADA QUE ACUMULAR"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EXTMES-EOF
               READ EXTMES
               AT END
                   SET EXTMES-EOF TO TRUE
               NOT AT END
                   PERFORM 00031-PARSEAR-LINEA
                   IF LINEA-VALIDA
                      AND WS-CAMPO-FECHA(1:6) > WS-PERIODO
                       MOVE WS-CAMPO-FECHA(1:6) TO WS-PERIODO
                       SET PERIODO-FIJADO TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE EXTMES

           IF NOT PERIODO-FIJADO
               DISPLAY "EXTRACTO DEL MES SIN LINEAS VALIDAS, NADA QUE "
                       "ACUMULAR"
           END-IF

           .

      *--------------------------><--------><---------------------------

      * BUSCA EL PERIODO DEL EXTRACTO ENTRE LOS YA ACUMULADOS

       00015-CONTROLAR-PERIODO.

           OPEN INPUT PERIODOS

           IF PERIODOS-NO-EXISTE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PERIODOS-EOF OR PERIODO-YA-ACUMULADO
               READ PERIODOS
               AT END
                   SET PERIODOS-EOF TO TRUE
               NOT AT END
                   IF PAC-PERIODO = WS-PERIODO
                       SET PERIODO-YA-ACUMULADO TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PERIODOS

           .

      *--------------------------><--------><---------------------------

      * ABRE EL ACUMULADO (CREANDOLO VACIO EN LA PRIMERA CORRIDA) Y
      * LOS ARCHIVOS DE MOVIMIENTOS PARA RESOLVER LAS ANULACIONES.
      * SIN MAESTRO NI ARCHIVO, LAS ANULACIONES QUEDAN SIN ORIGINAL

       00020-ABRIR-ARCHIVOS.

           OPEN I-O ACUMULADO

           IF ACUMULADO-NO-EXISTE
               OPEN OUTPUT ACUMULADO
               CLOSE ACUMULADO
               OPEN I-O ACUMULADO
           END-IF

           IF NOT ACUMULADO-OK
               DISPLAY "ERROR AL ABRIR EL ACUMULADO ANUAL, FS: "
                       FS-ACUMULADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MAESTROMOV
           IF MAESTROMOV-OK
               SET MAESTRO-ABIERTO TO TRUE
           END-IF

           OPEN INPUT ARCHIVOMOV
           IF ARCHIVOMOV-OK
               SET ARCHIVO-ABIERTO TO TRUE
           END-IF

           IF NOT MAESTRO-ABIERTO AND NOT ARCHIVO-ABIERTO
               DISPLAY "SIN MAESTRO NI ARCHIVO DE MOVIMIENTOS, LAS "
                       "ANULACIONES QUEDAN SIN NETEAR"
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL EXTRACTO DEL MES Y SUMA CADA LINEA VALIDA AL
      * ACUMULADO DEL CLIENTE

       00030-ACUMULAR-EXTRACTO.

           MOVE "00" TO FS-EXTMES

           OPEN INPUT EXTMES

           PERFORM UNTIL EXTMES-EOF
               READ EXTMES
               AT END
                   SET EXTMES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM 00031-PARSEAR-LINEA
                   IF LINEA-VALIDA
                       PERFORM 00033-ACUMULAR-LINEA
                   ELSE
                       ADD 1 TO WS-CONT-RECHAZADOS
                   END-IF
               END-READ
           END-PERFORM

           CLOSE EXTMES

           .

      *--------------------------><--------><---------------------------

      * DESARMA UNA LINEA DEL EXTRACTO DELIMITADA POR COMAS. EL IMPORTE
      * EN PESOS LLEGA CON EL SIGNO FLOTANTE Y EL PUNTO DE EDICION QUE
      * GRABA EL LISTADOR DIARIO; SE RECONSTRUYE COMO NUMERICO

       00031-PARSEAR-LINEA.

           MOVE "S"    TO WS-SW-LINEA-VALIDA
           MOVE SPACES TO WS-CAMPO-CLIENTE
                          WS-CAMPO-SUCURSAL
                          WS-CAMPO-CODIGO
                          WS-CAMPO-FECHA
                          WS-CAMPO-HORA
                          WS-CAMPO-IMPORTE
                          WS-CAMPO-TIPO
                          WS-CAMPO-MONEDA
                          WS-CAMPO-IMP-ORIG
                          WS-CAMPO-REF-ANU

           UNSTRING REG-EXTMES DELIMITED BY ","
               INTO WS-CAMPO-CLIENTE
                    WS-CAMPO-SUCURSAL
                    WS-CAMPO-CODIGO
                    WS-CAMPO-FECHA
                    WS-CAMPO-HORA
                    WS-CAMPO-IMPORTE
                    WS-CAMPO-TIPO
                    WS-CAMPO-MONEDA
                    WS-CAMPO-IMP-ORIG
                    WS-CAMPO-REF-ANU
           END-UNSTRING

           IF WS-CAMPO-CLIENTE = SPACES
              OR WS-CAMPO-FECHA NOT NUMERIC
              OR WS-CAMPO-HORA NOT NUMERIC
              OR WS-CAMPO-SUCURSAL NOT NUMERIC
               MOVE "N" TO WS-SW-LINEA-VALIDA
               EXIT PARAGRAPH
           END-IF

           PERFORM 00032-ARMAR-IMPORTE

           .

      *--------------------------><--------><---------------------------

      * RECONSTRUYE EL IMPORTE NUMERICO CON SIGNO A PARTIR DEL TEXTO
      * EDITADO DEL EXTRACTO (ESPACIOS A LA IZQUIERDA, SIGNO FLOTANTE
      * Y CUATRO DECIMALES FIJOS)

       00032-ARMAR-IMPORTE.

           MOVE ZERO TO WS-CONT-NEGATIVO

           INSPECT WS-IMP-ENTERO TALLYING WS-CONT-NEGATIVO
                   FOR ALL "-"

           INSPECT WS-IMP-ENTERO REPLACING ALL "-" BY ZERO
           INSPECT WS-IMP-ENTERO REPLACING ALL SPACE BY ZERO
           INSPECT WS-IMP-DEC    REPLACING ALL SPACE BY ZERO

           IF WS-IMP-ENTERO NOT NUMERIC
              OR WS-IMP-DEC NOT NUMERIC
               MOVE "N" TO WS-SW-LINEA-VALIDA
           ELSE
               MOVE WS-IMP-ENTERO TO WS-IMP-ENTERO-NUM
               MOVE WS-IMP-DEC    TO WS-IMP-DEC-NUM
               COMPUTE WS-IMPORTE-ARMADO =
                       WS-IMP-ENTERO-NUM + WS-IMP-DEC-NUM / 10000
               IF WS-CONT-NEGATIVO > ZERO
                   COMPUTE WS-IMPORTE-ARMADO = WS-IMPORTE-ARMADO * -1
               END-IF
           END-IF

           .

      *--------------------------><--------><---------------------------

      * SUMA LA LINEA AL ACUMULADO DEL CLIENTE EN EL ANIO Y EL TIPO
      * QUE LE CORRESPONDEN, DANDO DE ALTA EL REGISTRO SI ES EL PRIMER
      * MOVIMIENTO DEL CLIENTE EN ESE ANIO

       00033-ACUMULAR-LINEA.

           MOVE WS-CAMPO-FECHA(1:4) TO WS-ANIO-ACUMULAR
           MOVE WS-CAMPO-TIPO       TO WS-TIPO-ACUMULAR
           MOVE 1                   TO WS-CANT-ACUMULAR

           IF WS-CAMPO-TIPO = "ANU"
               PERFORM 00034-BUSCAR-ORIGINAL
           END-IF

           MOVE "N" TO WS-SW-TIPO-ENCONTRADO
           SET WS-IDX-TIPO TO 1
           SEARCH WS-TIPO-ENTRADA
               AT END CONTINUE
               WHEN WS-TIPO-COD(WS-IDX-TIPO) = WS-TIPO-ACUMULAR
                   SET TIPO-ENCONTRADO TO TRUE
           END-SEARCH

           IF NOT TIPO-ENCONTRADO
               ADD 1 TO WS-CONT-RECHAZADOS
               DISPLAY "TIPO DE MOVIMIENTO DESCONOCIDO, LINEA NO "
                       "ACUMULADA: " WS-CAMPO-CLIENTE " "
                       WS-TIPO-ACUMULAR
               EXIT PARAGRAPH
           END-IF

           SET WS-SUB-TIPO TO WS-IDX-TIPO

           MOVE WS-ANIO-ACUMULAR TO ACU-ANIO
           MOVE WS-CAMPO-CLIENTE TO ACU-CLIENTE
           MOVE "N"              TO WS-SW-ACU-NUEVO

           READ ACUMULADO
           INVALID KEY
               SET ACU-NUEVO TO TRUE
               PERFORM 00035-INICIALIZAR-ACUMULADO
           END-READ

           ADD WS-CANT-ACUMULAR  TO ACU-TIPO-CANT(WS-SUB-TIPO)
           ADD WS-IMPORTE-ARMADO TO ACU-TIPO-IMPORTE(WS-SUB-TIPO)
           ADD WS-CANT-ACUMULAR  TO ACU-CANT-MOV

      * LOS INTERESES SE SEPARAN EN ACREDITADOS Y DEBITADOS SEGUN EL
      * SIGNO DEL MOVIMIENTO ORIGINAL: LA ANULACION DE UN CREDITO DE
      * INTERESES RESTA DE LOS ACREDITADOS
           IF WS-TIPO-ACUMULAR = "INT"
               COMPUTE WS-IMPORTE-CLASIFICAR =
                       WS-IMPORTE-ARMADO * WS-CANT-ACUMULAR
               IF WS-IMPORTE-CLASIFICAR > ZERO
                   ADD WS-IMPORTE-ARMADO TO ACU-INT-ACREDITADO
               ELSE
                   ADD WS-IMPORTE-ARMADO TO ACU-INT-DEBITADO
               END-IF
           END-IF

           IF WS-PERIODO > ACU-ULTIMO-PERIODO
               MOVE WS-PERIODO TO ACU-ULTIMO-PERIODO
           END-IF

           IF ACU-NUEVO
               WRITE REG-ACUMULADO
               ADD 1 TO WS-CONT-ALTAS
           ELSE
               REWRITE REG-ACUMULADO
           END-IF

           IF NOT ACUMULADO-OK
               DISPLAY "ERROR AL GRABAR EL ACUMULADO, FS: " FS-ACUMULADO
                       " CLIENTE: " ACU-CLIENTE
               ADD 1 TO WS-CONT-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           ADD 1                 TO WS-CONT-ACUMULADOS
           ADD WS-IMPORTE-ARMADO TO WS-IMPORTE-TOTAL

           .

      *--------------------------><--------><---------------------------

      * UNA ANULACION NETEA CONTRA SU ORIGINAL: SE TOMAN EL TIPO DEL
      * ORIGINAL (EN EL MAESTRO, O EN EL ARCHIVO SI YA FUE DEPURADO) Y
      * EL ANIO DE SU FECHA, Y SE RESTA UN MOVIMIENTO. SIN ORIGINAL,
      * LA ANULACION SE SUMA COMO "ANU" EN EL ANIO DE SU REFERENCIA

       00034-BUSCAR-ORIGINAL.

           MOVE "N" TO WS-SW-ORIGINAL-HALLADO

           IF WS-CAMPO-REF-ANU NOT NUMERIC
               ADD 1 TO WS-CONT-ANU-SIN-ORIGINAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAMPO-REF-ANU(1:4) TO WS-ANIO-ACUMULAR

           IF MAESTRO-ABIERTO
               MOVE WS-CAMPO-CLIENTE       TO MOV-CLIENTE
               MOVE WS-CAMPO-REF-ANU(1:8)  TO MOV-FECHA
               MOVE WS-CAMPO-REF-ANU(9:6)  TO MOV-HORA
               MOVE WS-CAMPO-REF-ANU(15:6) TO MOV-SUCURSAL
               READ MAESTROMOV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOV-TIPO TO WS-TIPO-ACUMULAR
                   SET ORIGINAL-HALLADO TO TRUE
               END-READ
           END-IF

           IF NOT ORIGINAL-HALLADO AND ARCHIVO-ABIERTO
               MOVE WS-CAMPO-REF-ANU(1:6)  TO ARC-PERIODO
               MOVE WS-CAMPO-CLIENTE       TO ARC-CLIENTE
               MOVE WS-CAMPO-REF-ANU(1:8)  TO ARC-FECHA
               MOVE WS-CAMPO-REF-ANU(9:6)  TO ARC-HORA
               MOVE WS-CAMPO-REF-ANU(15:6) TO ARC-SUCURSAL
               READ ARCHIVOMOV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARC-TIPO TO WS-TIPO-ACUMULAR
                   SET ORIGINAL-HALLADO TO TRUE
               END-READ
           END-IF

      * UN ORIGINAL QUE TAMBIEN ES ANULACION NO SE PUEDE NETEAR
           IF ORIGINAL-HALLADO AND WS-TIPO-ACUMULAR NOT = "ANU"
               MOVE -1 TO WS-CANT-ACUMULAR
               ADD 1 TO WS-CONT-ANU-NETEADAS
           ELSE
               MOVE "ANU" TO WS-TIPO-ACUMULAR
               ADD 1 TO WS-CONT-ANU-SIN-ORIGINAL
           END-IF

           .

      *--------------------------><--------><---------------------------

      * DEJA EN CERO EL ACUMULADO DE UN CLIENTE NUEVO EN EL ANIO

       00035-INICIALIZAR-ACUMULADO.

           MOVE ZERO TO ACU-ULTIMO-PERIODO
           MOVE ZERO TO ACU-CANT-MOV
           MOVE ZERO TO ACU-INT-ACREDITADO
           MOVE ZERO TO ACU-INT-DEBITADO

           PERFORM VARYING WS-SUB-TIPO FROM 1 BY 1
                   UNTIL WS-SUB-TIPO > 9
               MOVE ZERO TO ACU-TIPO-CANT(WS-SUB-TIPO)
               MOVE ZERO TO ACU-TIPO-IMPORTE(WS-SUB-TIPO)
           END-PERFORM

           SET WS-SUB-TIPO TO WS-IDX-TIPO

           .

      *--------------------------><--------><---------------------------

      * DEJA CONSTANCIA DEL PERIODO ACUMULADO EN EL CONTROL, QUE ES
      * ACUMULATIVO ENTRE CORRIDAS

       00050-REGISTRAR-PERIODO.

           OPEN EXTEND PERIODOS
           IF PERIODOS-NO-EXISTE
               OPEN OUTPUT PERIODOS
           END-IF

           MOVE WS-PERIODO               TO PAC-PERIODO
           MOVE WS-FECHA-PROCESO         TO PAC-FECHA-PROCESO
           MOVE WS-HORA-PROCESO          TO PAC-HORA-PROCESO
           MOVE WS-CONT-ACUMULADOS       TO PAC-LINEAS
           MOVE WS-CONT-ANU-NETEADAS     TO PAC-ANU-NETEADAS
           MOVE WS-CONT-ANU-SIN-ORIGINAL TO PAC-ANU-SIN-ORIGINAL
           MOVE WS-IMPORTE-TOTAL         TO PAC-IMPORTE-TOTAL

           WRITE REG-PERIODO

           CLOSE PERIODOS

           .

       END PROGRAM CCCACT23.

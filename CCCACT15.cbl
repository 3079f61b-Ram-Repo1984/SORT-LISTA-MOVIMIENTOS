       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT EXTRACTO ASSIGN TO "EXTRACTO-CCCACT.TXT"
           FILE STATUS IS FS-EXTRACTO.

      * PLAN DE CUENTAS: ASOCIA CADA PAR CODIGO/TIPO DE MOVIMIENTO
      * CON LAS CUENTAS CONTABLES A DEBITAR Y A ACREDITAR
           SELECT PLANCUENTAS ASSIGN TO "PLAN-CUENTAS.TXT"
           FILE STATUS IS FS-PLANCUENTAS.

      * EL MAESTRO DE MOVIMIENTOS SE CONSULTA POR CLAVE PARA OBTENER
      * EL CODIGO Y TIPO DEL ORIGINAL QUE REVIERTE CADA ANULACION
           SELECT MAESTROMOV ASSIGN TO "MAESTRO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MOV-CLAVE
           FILE STATUS IS FS-MAESTROMOV.

      * SI EL ORIGINAL YA FUE DEPURADO DEL MAESTRO, SE BUSCA EN EL
      * ARCHIVO PERMANENTE POR PERIODO Y CLAVE DEL MOVIMIENTO
           SELECT ARCHIVOMOV ASSIGN TO "ARCHIVO-MOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-ARCHIVOMOV.

           SELECT HISTORIAL ASSIGN TO "HISTORIAL-CORRIDAS.TXT"
           FILE STATUS IS FS-HISTORIAL.

           SELECT ASIENTOS ASSIGN TO "ASIENTOS-CONTABLES.TXT"
           FILE STATUS IS FS-ASIENTOS.

           SELECT INFORME ASSIGN TO "CONTROL-CONTABLE.TXT"
           FILE STATUS IS FS-INFORME.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACTO
          RECORDING MODE IS F
          RECORD CONTAINS 130 CHARACTERS.

       01 REG-EXTRACTO                       PIC X(130).


      * CON IMPORTE POSITIVO SE DEBITA PLC-CUENTA-DEBE Y SE ACREDITA
      * PLC-CUENTA-HABER; CON IMPORTE NEGATIVO LAS CUENTAS SE INVIERTEN
       FD PLANCUENTAS
          RECORDING MODE F.
       01 REG-PLANCUENTAS.
           05 PLC-CODIGO                     PIC X(03).
           05 PLC-TIPO                       PIC X(03).
           05 PLC-CUENTA-DEBE                PIC X(10).
           05 PLC-CUENTA-HABER               PIC X(10).


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
      * REFERENCIA AL ORIGINAL CUANDO EL MOVIMIENTO ES UNA ANULACION;
      * CEROS EN LOS DEMAS MOVIMIENTOS
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


       FD HISTORIAL
          RECORDING MODE F.
       01 REG-HISTORIAL.
           05 HIS-FECHA-INICIO               PIC 9(08).
           05 HIS-HORA-INICIO                PIC 9(06).
           05 HIS-FECHA-FIN                  PIC 9(08).
           05 HIS-HORA-FIN                   PIC 9(06).
           05 HIS-PAR-SUCURSAL               PIC 9(06).
           05 HIS-PAR-FECHA-DESDE            PIC 9(08).
           05 HIS-PAR-FECHA-HASTA            PIC 9(08).
           05 HIS-LEIDOS                     PIC 9(09).
           05 HIS-ESCRITOS                   PIC 9(09).
           05 HIS-RECHAZADOS                 PIC 9(09).
           05 HIS-FILTRADOS                  PIC 9(09).
           05 HIS-DUPLICADOS                 PIC 9(09).
           05 HIS-IMPORTE-TOTAL              PIC S9(13)V9(04).
           05 HIS-ESTADO                     PIC X(01).
             88 HIS-COMPLETA                     VALUE "C".
             88 HIS-ERROR-CONCILIACION           VALUE "E".
           05 HIS-GENERACION                 PIC 9(06).


      * UN ASIENTO POR SUCURSAL Y CUENTA CONTABLE, CON EL TOTAL
      * DEBITADO Y EL TOTAL ACREDITADO EN LA CUENTA EN EL DIA
       FD ASIENTOS
          RECORDING MODE F.
       01 REG-ASIENTO.
           05 ASI-FECHA                      PIC 9(08).
           05 ASI-SUCURSAL                   PIC 9(06).
           05 ASI-CUENTA                     PIC X(10).
           05 ASI-DEBE                       PIC 9(13)V9(04).
           05 ASI-HABER                      PIC 9(13)V9(04).
           05 ASI-CANT-MOV                   PIC 9(07).


       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-EXTRACTO                   PIC X(02).
             88 EXTRACTO-OK                      VALUE "00".
             88 EXTRACTO-NO-EXISTE               VALUE "35".
             88 EXTRACTO-EOF                     VALUE "10".
           05 FS-PLANCUENTAS                PIC X(02).
             88 PLANCUENTAS-OK                   VALUE "00".
             88 PLANCUENTAS-NO-EXISTE            VALUE "35".
             88 PLANCUENTAS-EOF                  VALUE "10".
           05 FS-MAESTROMOV                 PIC X(02).
             88 MAESTROMOV-OK                    VALUE "00".
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
           05 FS-ARCHIVOMOV                 PIC X(02).
             88 ARCHIVOMOV-OK                    VALUE "00".
             88 ARCHIVOMOV-NO-EXISTE             VALUE "35".
           05 FS-HISTORIAL                  PIC X(02).
             88 HISTORIAL-OK                     VALUE "00".
             88 HISTORIAL-NO-EXISTE              VALUE "35".
             88 HISTORIAL-EOF                    VALUE "10".
           05 FS-ASIENTOS                   PIC X(02).
             88 ASIENTOS-OK                      VALUE "00".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                       VALUE "00".

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
      *  DATOS DE LA CORRIDA DEL DIA, TOMADOS DEL ULTIMO REGISTRO
      *  COMPLETO DEL HISTORIAL
      *--------------------------><--------><---------------------------
       01 WS-SW-HIS-HALLADO                 PIC X(01) VALUE "N".
         88 HIS-HALLADO                         VALUE "S".

       01 WS-HIS-FECHA-INICIO               PIC 9(08) VALUE ZERO.
       01 WS-HIS-IMPORTE-TOTAL              PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  PLAN DE CUENTAS EN MEMORIA
      *--------------------------><--------><---------------------------
       01 WS-CONT-PLC                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-PLC                        PIC 9(04) VALUE ZERO.

       01 WS-TABLA-PLC.
           05 WS-PLC-ENTRADA OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CONT-PLC.
               10 WS-PLC-CODIGO             PIC X(03).
               10 WS-PLC-TIPO               PIC X(03).
               10 WS-PLC-CUENTA-DEBE        PIC X(10).
               10 WS-PLC-CUENTA-HABER       PIC X(10).

       01 WS-SW-PLC-HALLADO                 PIC X(01) VALUE "N".
         88 PLC-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  PAR CODIGO/TIPO QUE DEFINE LAS CUENTAS DEL MOVIMIENTO EN
      *  CURSO: EL PROPIO, O EL DEL ORIGINAL CUANDO ES UNA ANULACION.
      *  EL IMPORTE DE LA ANULACION ES EL OPUESTO DEL ORIGINAL, ASI QUE
      *  CON LAS CUENTAS DEL ORIGINAL EL CONTRA-ASIENTO SALE INVERTIDO
      *--------------------------><--------><---------------------------
       01 WS-CODIGO-CONTABLE                PIC X(03) VALUE SPACES.
       01 WS-TIPO-CONTABLE                  PIC X(03) VALUE SPACES.
       01 WS-SUCURSAL-MOV                   PIC 9(06) VALUE ZERO.

       01 WS-CUENTA-DEBE-MOV                PIC X(10) VALUE SPACES.
       01 WS-CUENTA-HABER-MOV               PIC X(10) VALUE SPACES.
       01 WS-IMPORTE-ASIENTO                PIC 9(13)V9(04) VALUE ZERO.

       01 WS-SW-MAESTRO-ABIERTO             PIC X(01) VALUE "N".
         88 MAESTRO-ABIERTO                     VALUE "S".

       01 WS-SW-ARCHIVO-ABIERTO             PIC X(01) VALUE "N".
         88 ARCHIVO-ABIERTO                     VALUE "S".

       01 WS-SW-ORIGINAL-HALLADO            PIC X(01) VALUE "N".
         88 ORIGINAL-HALLADO                    VALUE "S".

      *--------------------------><--------><---------------------------
      *  ASIENTOS ACUMULADOS POR SUCURSAL Y CUENTA CONTABLE
      *--------------------------><--------><---------------------------
       01 WS-CONT-ASI                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-ASI                        PIC 9(05) VALUE ZERO.

       01 WS-TABLA-ASI.
           05 WS-ASI-ENTRADA OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-CONT-ASI.
               10 WS-ASI-SUCURSAL           PIC 9(06).
               10 WS-ASI-CUENTA             PIC X(10).
               10 WS-ASI-DEBE               PIC 9(13)V9(04).
               10 WS-ASI-HABER              PIC 9(13)V9(04).
               10 WS-ASI-CANT               PIC 9(07).

       01 WS-CUENTA-BUSCADA                 PIC X(10) VALUE SPACES.
       01 WS-LADO-ASIENTO                   PIC X(01) VALUE SPACE.
         88 LADO-DEBE                           VALUE "D".
         88 LADO-HABER                          VALUE "H".

       01 WS-SW-ASI-HALLADO                 PIC X(01) VALUE "N".
         88 ASI-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  TOTALES DEBE/HABER POR SUCURSAL PARA EL CONTROL DE BALANCEO
      *--------------------------><--------><---------------------------
       01 WS-CONT-SUC                       PIC 9(03) VALUE ZERO.
       01 WS-SUB-SUC                        PIC 9(03) VALUE ZERO.

       01 WS-TABLA-SUC.
           05 WS-SUC-ENTRADA OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CONT-SUC.
               10 WS-SUC-NRO                PIC 9(06).
               10 WS-SUC-DEBE               PIC 9(14)V9(04).
               10 WS-SUC-HABER              PIC 9(14)V9(04).

       01 WS-SW-SUC-HALLADA                 PIC X(01) VALUE "N".
         88 SUC-HALLADA                         VALUE "S".

       01 WS-SW-BALANCEA                    PIC X(01) VALUE "S".
         88 BALANCEA                            VALUE "S".

      *--------------------------><--------><---------------------------
      *  PARES CODIGO/TIPO SIN CUENTA CONTABLE EN EL PLAN
      *--------------------------><--------><---------------------------
       01 WS-CONT-SIN                       PIC 9(03) VALUE ZERO.
       01 WS-SUB-SIN                        PIC 9(03) VALUE ZERO.

       01 WS-TABLA-SIN.
           05 WS-SIN-ENTRADA OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-CONT-SIN.
               10 WS-SIN-CODIGO             PIC X(03).
               10 WS-SIN-TIPO               PIC X(03).
               10 WS-SIN-CANT               PIC 9(07).
               10 WS-SIN-IMPORTE            PIC S9(13)V9(04).

       01 WS-SW-SIN-HALLADO                 PIC X(01) VALUE "N".
         88 SIN-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  LINEAS DEL INFORME DE CONTROL CONTABLE
      *--------------------------><--------><---------------------------
       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(37)
                VALUE "CONTROL DE LA INTERFAZ CONTABLE DEL: ".
           05 WS-CAB-FECHA                 PIC 9(08).
           05 FILLER                       PIC X(10)
                VALUE "  ESTADO: ".
           05 WS-CAB-ESTADO                PIC X(12).
           05 FILLER                       PIC X(63) VALUE SPACES.

       01 WS-TITULO-SECCION.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-TIT-SECCION               PIC X(50).
           05 FILLER                       PIC X(80) VALUE SPACES.

       01 WS-LINEA-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 WS-LSU-SUCURSAL              PIC 9(06).
           05 FILLER                       PIC X(09) VALUE "  DEBE: ".
           05 WS-LSU-DEBE                  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(10) VALUE "  HABER: ".
           05 WS-LSU-HABER                 PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LSU-ESTADO                PIC X(15).
           05 FILLER                       PIC X(30) VALUE SPACES.

       01 WS-LINEA-CONTROL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CTL-CONCEPTO              PIC X(40).
           05 WS-CTL-VALOR-1               PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CTL-VALOR-2               PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 WS-CTL-CANT-2 REDEFINES WS-CTL-VALOR-2
                                           PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9BBBBB.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CTL-ESTADO                PIC X(15).
           05 FILLER                       PIC X(21) VALUE SPACES.

       01 WS-LINEA-SIN-CUENTA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "CODIGO: ".
           05 WS-LSC-CODIGO                PIC X(03).
           05 FILLER                       PIC X(08) VALUE "  TIPO: ".
           05 WS-LSC-TIPO                  PIC X(03).
           05 FILLER                       PIC X(15)
                VALUE "  MOVIMIENTOS: ".
           05 WS-LSC-CANT                  PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(11)
                VALUE "  IMPORTE: ".
           05 WS-LSC-IMPORTE               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(50) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTADORES Y TOTALES PARA EL CONTROL Y EL RESUMEN FINAL
      *--------------------------><--------><---------------------------
       01 WS-CONT-LINEAS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-INVALIDAS                PIC 9(09) VALUE ZERO.
       01 WS-CONT-CONTABILIZADOS           PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-CUENTA               PIC 9(09) VALUE ZERO.
       01 WS-CONT-ANU-SIN-ORIGINAL         PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-EXTRACTO                PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-CONTABILIZADO           PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-SIN-CUENTA              PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-DEBE                    PIC 9(14)V9(04) VALUE ZERO.
       01 WS-TOTAL-HABER                   PIC 9(14)V9(04) VALUE ZERO.

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-CONTABILIZAR.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM 00010-LEER-HISTORIAL

           PERFORM 00020-CARGAR-PLAN-CUENTAS

           PERFORM 00030-ABRIR-MAESTRO

           PERFORM 00040-PROCESAR-EXTRACTO

           IF MAESTRO-ABIERTO
               CLOSE MAESTROMOV
           END-IF

           IF ARCHIVO-ABIERTO
               CLOSE ARCHIVOMOV
           END-IF

           PERFORM 00050-CONTROLAR-BALANCEO

           PERFORM 00060-GRABAR-ASIENTOS

           PERFORM 00070-GRABAR-INFORME

           DISPLAY "LINEAS DE EXTRACTO        : " WS-CONT-LINEAS
           DISPLAY "LINEAS INVALIDAS          : " WS-CONT-INVALIDAS
           DISPLAY "MOVIMIENTOS CONTABILIZADOS: " WS-CONT-CONTABILIZADOS
           DISPLAY "MOVIMIENTOS SIN CUENTA    : " WS-CONT-SIN-CUENTA
           DISPLAY "ASIENTOS GENERADOS        : " WS-CONT-ASI

           IF NOT BALANCEA
               DISPLAY "ASIENTOS NO BALANCEAN POR SUCURSAL, ARCHIVO "
                       "CONTABLE NO LIBERADO, VER CONTROL-CONTABLE.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-SIN-CUENTA > ZERO
                  OR WS-CONT-INVALIDAS > ZERO
                  OR WS-TOTAL-CONTABILIZADO NOT = WS-HIS-IMPORTE-TOTAL
                   DISPLAY "INTERFAZ CONTABLE CON OBSERVACIONES, VER "
                           "CONTROL-CONTABLE.TXT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *--------------------------><--------><---------------------------

      * BUSCA EN EL HISTORIAL EL ULTIMO REGISTRO DE CORRIDA COMPLETA,
      * CUYO IMPORTE TOTAL ES LA REFERENCIA DEL CONTROL CONTABLE

       00010-LEER-HISTORIAL.

           MOVE "N" TO WS-SW-HIS-HALLADO

           OPEN INPUT HISTORIAL

           IF HISTORIAL-NO-EXISTE
               DISPLAY "SIN HISTORIAL DE CORRIDAS, NADA QUE "
                       "CONTABILIZAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL HISTORIAL-EOF
               READ HISTORIAL
               AT END
                   SET HISTORIAL-EOF TO TRUE
               NOT AT END
                   IF HIS-COMPLETA
                       SET HIS-HALLADO TO TRUE
                       MOVE HIS-FECHA-INICIO  TO WS-HIS-FECHA-INICIO
                       MOVE HIS-IMPORTE-TOTAL TO WS-HIS-IMPORTE-TOTAL
                   END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORIAL

           IF NOT HIS-HALLADO
               DISPLAY "EL HISTORIAL NO TIENE CORRIDAS COMPLETAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CARGA EL PLAN DE CUENTAS EN MEMORIA. SIN PLAN NO HAY CUENTAS
      * A LAS QUE IMPUTAR Y LA CORRIDA SE DETIENE

       00020-CARGAR-PLAN-CUENTAS.

           MOVE ZERO TO WS-CONT-PLC

           OPEN INPUT PLANCUENTAS

           IF PLANCUENTAS-NO-EXISTE
               DISPLAY "SIN PLAN DE CUENTAS, NADA QUE CONTABILIZAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PLANCUENTAS-EOF
               READ PLANCUENTAS
               AT END
                   SET PLANCUENTAS-EOF TO TRUE
               NOT AT END
                   IF WS-CONT-PLC < 500
                       ADD 1 TO WS-CONT-PLC
                       MOVE PLC-CODIGO
                            TO WS-PLC-CODIGO(WS-CONT-PLC)
                       MOVE PLC-TIPO
                            TO WS-PLC-TIPO(WS-CONT-PLC)
                       MOVE PLC-CUENTA-DEBE
                            TO WS-PLC-CUENTA-DEBE(WS-CONT-PLC)
                       MOVE PLC-CUENTA-HABER
                            TO WS-PLC-CUENTA-HABER(WS-CONT-PLC)
                   ELSE
                       DISPLAY "PLAN DE CUENTAS COMPLETO, PAR "
                               "DESCARTADO: " PLC-CODIGO "/" PLC-TIPO
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PLANCUENTAS

           .

      *--------------------------><--------><---------------------------

      * ABRE EL MAESTRO Y EL ARCHIVO DE MOVIMIENTOS PARA RESOLVER LAS
      * ANULACIONES. SIN NINGUNO DE LOS DOS, LAS ANULACIONES QUEDAN
      * SIN CUENTA Y SE INFORMAN

       00030-ABRIR-MAESTRO.

           MOVE "N" TO WS-SW-MAESTRO-ABIERTO
           MOVE "N" TO WS-SW-ARCHIVO-ABIERTO

           OPEN INPUT MAESTROMOV

           IF MAESTROMOV-OK
               MOVE "S" TO WS-SW-MAESTRO-ABIERTO
           END-IF

           OPEN INPUT ARCHIVOMOV

           IF ARCHIVOMOV-OK
               MOVE "S" TO WS-SW-ARCHIVO-ABIERTO
           END-IF

           IF NOT MAESTRO-ABIERTO AND NOT ARCHIVO-ABIERTO
               DISPLAY "SIN MAESTRO NI ARCHIVO DE MOVIMIENTOS, LAS "
                       "ANULACIONES NO SE CONTABILIZAN, FS: "
                       FS-MAESTROMOV " / " FS-ARCHIVOMOV
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL EXTRACTO DEL DIA ACUMULANDO CADA MOVIMIENTO EN LOS
      * ASIENTOS DE SU SUCURSAL

       00040-PROCESAR-EXTRACTO.

           OPEN INPUT EXTRACTO

           IF EXTRACTO-NO-EXISTE
               DISPLAY "SIN EXTRACTO DEL DIA, NADA QUE CONTABILIZAR"
               IF MAESTRO-ABIERTO
                   CLOSE MAESTROMOV
               END-IF
               IF ARCHIVO-ABIERTO
                   CLOSE ARCHIVOMOV
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EXTRACTO-EOF
               READ EXTRACTO
               AT END
                   SET EXTRACTO-EOF TO TRUE
               NOT AT END
                   PERFORM 00041-PROCESAR-LINEA
               END-READ
           END-PERFORM

           CLOSE EXTRACTO

           .

      *--------------------------><--------><---------------------------

      * DESARMA UNA LINEA DEL EXTRACTO, DETERMINA SUS CUENTAS Y LA
      * IMPUTA AL DEBE Y AL HABER DE SU SUCURSAL

       00041-PROCESAR-LINEA.

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

           UNSTRING REG-EXTRACTO DELIMITED BY ","
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
               ADD 1 TO WS-CONT-INVALIDAS
               EXIT PARAGRAPH
           END-IF

           PERFORM 00042-ARMAR-IMPORTE

           IF NOT LINEA-VALIDA
               ADD 1 TO WS-CONT-INVALIDAS
               EXIT PARAGRAPH
           END-IF

           ADD 1                 TO WS-CONT-LINEAS
           ADD WS-IMPORTE-ARMADO TO WS-TOTAL-EXTRACTO

           MOVE WS-CAMPO-SUCURSAL TO WS-SUCURSAL-MOV
           MOVE WS-CAMPO-CODIGO   TO WS-CODIGO-CONTABLE
           MOVE WS-CAMPO-TIPO     TO WS-TIPO-CONTABLE

           IF WS-CAMPO-TIPO = "ANU"
               PERFORM 00044-BUSCAR-ORIGINAL
           END-IF

           PERFORM 00043-BUSCAR-CUENTAS

           IF NOT PLC-HALLADO
               PERFORM 00046-ANOTAR-SIN-CUENTA
               EXIT PARAGRAPH
           END-IF

      * CON IMPORTE NEGATIVO LAS CUENTAS DEL PLAN SE INVIERTEN Y EL
      * ASIENTO SE HACE POR EL VALOR ABSOLUTO
           IF WS-IMPORTE-ARMADO < ZERO
               MOVE WS-PLC-CUENTA-HABER(WS-SUB-PLC)
                    TO WS-CUENTA-DEBE-MOV
               MOVE WS-PLC-CUENTA-DEBE(WS-SUB-PLC)
                    TO WS-CUENTA-HABER-MOV
               COMPUTE WS-IMPORTE-ASIENTO = WS-IMPORTE-ARMADO * -1
           ELSE
               MOVE WS-PLC-CUENTA-DEBE(WS-SUB-PLC)
                    TO WS-CUENTA-DEBE-MOV
               MOVE WS-PLC-CUENTA-HABER(WS-SUB-PLC)
                    TO WS-CUENTA-HABER-MOV
               MOVE WS-IMPORTE-ARMADO TO WS-IMPORTE-ASIENTO
           END-IF

      * UNA FILA DEL PLAN CON UNA SOLA CUENTA CARGADA IMPUTA UN SOLO
      * LADO: LA SUCURSAL NO BALANCEA Y EL ARCHIVO NO SE LIBERA
           IF WS-CUENTA-DEBE-MOV NOT = SPACES
               MOVE WS-CUENTA-DEBE-MOV TO WS-CUENTA-BUSCADA
               MOVE "D" TO WS-LADO-ASIENTO
               PERFORM 00045-ACUMULAR-ASIENTO
           END-IF

           IF WS-CUENTA-HABER-MOV NOT = SPACES
               MOVE WS-CUENTA-HABER-MOV TO WS-CUENTA-BUSCADA
               MOVE "H" TO WS-LADO-ASIENTO
               PERFORM 00045-ACUMULAR-ASIENTO
           END-IF

           ADD 1                 TO WS-CONT-CONTABILIZADOS
           ADD WS-IMPORTE-ARMADO TO WS-TOTAL-CONTABILIZADO

           .

      *--------------------------><--------><---------------------------

      * RECONSTRUYE EL IMPORTE NUMERICO CON SIGNO A PARTIR DEL TEXTO
      * EDITADO DEL EXTRACTO

       00042-ARMAR-IMPORTE.

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

      * BUSCA EN EL PLAN DE CUENTAS EL PAR CODIGO/TIPO CONTABLE. UNA
      * FILA SIN NINGUNA DE LAS DOS CUENTAS SE CONSIDERA SIN CUENTA

       00043-BUSCAR-CUENTAS.

           MOVE "N" TO WS-SW-PLC-HALLADO

           PERFORM VARYING WS-SUB-PLC FROM 1 BY 1
                   UNTIL WS-SUB-PLC > WS-CONT-PLC
                      OR PLC-HALLADO
               IF WS-PLC-CODIGO(WS-SUB-PLC) = WS-CODIGO-CONTABLE
                  AND WS-PLC-TIPO(WS-SUB-PLC) = WS-TIPO-CONTABLE
                   IF WS-PLC-CUENTA-DEBE(WS-SUB-PLC) NOT = SPACES
                      OR WS-PLC-CUENTA-HABER(WS-SUB-PLC) NOT = SPACES
                       MOVE "S" TO WS-SW-PLC-HALLADO
                   END-IF
               END-IF
           END-PERFORM

      * EL VARYING AVANZA UNA POSICION DE MAS AL SALIR POR HALLADO
           IF PLC-HALLADO
               SUBTRACT 1 FROM WS-SUB-PLC
           END-IF

           .

      *--------------------------><--------><---------------------------

      * UNA ANULACION REVIERTE LAS CUENTAS DEL MOVIMIENTO ORIGINAL:
      * SE TOMAN CODIGO Y TIPO DEL ORIGINAL EN EL MAESTRO O, SI YA FUE
      * DEPURADO, EN EL ARCHIVO. SIN ORIGINAL, LA ANULACION SE INFORMA
      * COMO PAR SIN CUENTA

       00044-BUSCAR-ORIGINAL.

           MOVE "N" TO WS-SW-ORIGINAL-HALLADO

           IF WS-CAMPO-REF-ANU NOT NUMERIC
               ADD 1 TO WS-CONT-ANU-SIN-ORIGINAL
               EXIT PARAGRAPH
           END-IF

           IF MAESTRO-ABIERTO
               MOVE WS-CAMPO-CLIENTE       TO MOV-CLIENTE
               MOVE WS-CAMPO-REF-ANU(1:8)  TO MOV-FECHA
               MOVE WS-CAMPO-REF-ANU(9:6)  TO MOV-HORA
               MOVE WS-CAMPO-REF-ANU(15:6) TO MOV-SUCURSAL
               READ MAESTROMOV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOV-CODIGO TO WS-CODIGO-CONTABLE
                   MOVE MOV-TIPO   TO WS-TIPO-CONTABLE
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
                   MOVE ARC-CODIGO TO WS-CODIGO-CONTABLE
                   MOVE ARC-TIPO   TO WS-TIPO-CONTABLE
                   SET ORIGINAL-HALLADO TO TRUE
               END-READ
           END-IF

           IF NOT ORIGINAL-HALLADO
               ADD 1 TO WS-CONT-ANU-SIN-ORIGINAL
           END-IF

           .

      *--------------------------><--------><---------------------------

      * SUMA EL IMPORTE DEL MOVIMIENTO AL LADO PEDIDO DE LA CUENTA EN
      * SU SUCURSAL, DANDO DE ALTA EL ASIENTO SI ES EL PRIMERO DEL DIA

       00045-ACUMULAR-ASIENTO.

           MOVE "N" TO WS-SW-ASI-HALLADO

           PERFORM VARYING WS-SUB-ASI FROM 1 BY 1
                   UNTIL WS-SUB-ASI > WS-CONT-ASI
                      OR ASI-HALLADO
               IF WS-ASI-SUCURSAL(WS-SUB-ASI) = WS-SUCURSAL-MOV
                  AND WS-ASI-CUENTA(WS-SUB-ASI) = WS-CUENTA-BUSCADA
                   MOVE "S" TO WS-SW-ASI-HALLADO
               END-IF
           END-PERFORM

           IF ASI-HALLADO
               SUBTRACT 1 FROM WS-SUB-ASI
           ELSE
               IF WS-CONT-ASI < 5000
                   ADD 1 TO WS-CONT-ASI
                   MOVE WS-CONT-ASI       TO WS-SUB-ASI
                   MOVE WS-SUCURSAL-MOV   TO WS-ASI-SUCURSAL(WS-SUB-ASI)
                   MOVE WS-CUENTA-BUSCADA TO WS-ASI-CUENTA(WS-SUB-ASI)
                   MOVE ZERO              TO WS-ASI-DEBE(WS-SUB-ASI)
                   MOVE ZERO              TO WS-ASI-HABER(WS-SUB-ASI)
                   MOVE ZERO              TO WS-ASI-CANT(WS-SUB-ASI)
               ELSE
      * SIN LUGAR PARA EL ASIENTO, EL LADO NO SE IMPUTA Y LA SUCURSAL
      * NO BALANCEA: EL ARCHIVO NO SE LIBERA INCOMPLETO
                   DISPLAY "TABLA DE ASIENTOS COMPLETA, CUENTA "
                           "DESCARTADA: " WS-CUENTA-BUSCADA
                           " SUCURSAL " WS-SUCURSAL-MOV
                   MOVE "N" TO WS-SW-BALANCEA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-ASI-CANT(WS-SUB-ASI)

           IF LADO-DEBE
               ADD WS-IMPORTE-ASIENTO TO WS-ASI-DEBE(WS-SUB-ASI)
           ELSE
               ADD WS-IMPORTE-ASIENTO TO WS-ASI-HABER(WS-SUB-ASI)
           END-IF

           PERFORM 00047-ACUMULAR-SUCURSAL

           .

      *--------------------------><--------><---------------------------

      * ANOTA EL PAR CODIGO/TIPO SIN CUENTA PARA LISTARLO EN EL
      * INFORME DE CONTROL

       00046-ANOTAR-SIN-CUENTA.

           ADD 1                 TO WS-CONT-SIN-CUENTA
           ADD WS-IMPORTE-ARMADO TO WS-TOTAL-SIN-CUENTA

           MOVE "N" TO WS-SW-SIN-HALLADO

           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-CONT-SIN
                      OR SIN-HALLADO
               IF WS-SIN-CODIGO(WS-SUB-SIN) = WS-CODIGO-CONTABLE
                  AND WS-SIN-TIPO(WS-SUB-SIN) = WS-TIPO-CONTABLE
                   ADD 1 TO WS-SIN-CANT(WS-SUB-SIN)
                   ADD WS-IMPORTE-ARMADO TO WS-SIN-IMPORTE(WS-SUB-SIN)
                   MOVE "S" TO WS-SW-SIN-HALLADO
               END-IF
           END-PERFORM

           IF NOT SIN-HALLADO
               IF WS-CONT-SIN < 200
                   ADD 1 TO WS-CONT-SIN
                   MOVE WS-CODIGO-CONTABLE
                        TO WS-SIN-CODIGO(WS-CONT-SIN)
                   MOVE WS-TIPO-CONTABLE
                        TO WS-SIN-TIPO(WS-CONT-SIN)
                   MOVE 1 TO WS-SIN-CANT(WS-CONT-SIN)
                   MOVE WS-IMPORTE-ARMADO
                        TO WS-SIN-IMPORTE(WS-CONT-SIN)
               ELSE
                   DISPLAY "TABLA DE PARES SIN CUENTA COMPLETA, PAR "
                           "NO LISTADO: " WS-CODIGO-CONTABLE "/"
                           WS-TIPO-CONTABLE
               END-IF
           END-IF

           .

      *--------------------------><--------><---------------------------

      * SUMA EL LADO IMPUTADO AL TOTAL DEBE/HABER DE LA SUCURSAL

       00047-ACUMULAR-SUCURSAL.

           MOVE "N" TO WS-SW-SUC-HALLADA

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
                      OR SUC-HALLADA
               IF WS-SUC-NRO(WS-SUB-SUC) = WS-SUCURSAL-MOV
                   MOVE "S" TO WS-SW-SUC-HALLADA
               END-IF
           END-PERFORM

           IF SUC-HALLADA
               SUBTRACT 1 FROM WS-SUB-SUC
           ELSE
               IF WS-CONT-SUC < 500
                   ADD 1 TO WS-CONT-SUC
                   MOVE WS-CONT-SUC     TO WS-SUB-SUC
                   MOVE WS-SUCURSAL-MOV TO WS-SUC-NRO(WS-SUB-SUC)
                   MOVE ZERO            TO WS-SUC-DEBE(WS-SUB-SUC)
                   MOVE ZERO            TO WS-SUC-HABER(WS-SUB-SUC)
               ELSE
                   DISPLAY "TABLA DE SUCURSALES COMPLETA, SUCURSAL "
                           "SIN CONTROL DE BALANCEO: " WS-SUCURSAL-MOV
                   MOVE "N" TO WS-SW-BALANCEA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF LADO-DEBE
               ADD WS-IMPORTE-ASIENTO TO WS-SUC-DEBE(WS-SUB-SUC)
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-DEBE
           ELSE
               ADD WS-IMPORTE-ASIENTO TO WS-SUC-HABER(WS-SUB-SUC)
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-HABER
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CONTROLA QUE EN CADA SUCURSAL EL DEBE IGUALE AL HABER; UNA
      * SOLA SUCURSAL DESBALANCEADA FRENA LA LIBERACION DEL ARCHIVO

       00050-CONTROLAR-BALANCEO.

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
               IF WS-SUC-DEBE(WS-SUB-SUC) NOT =
                  WS-SUC-HABER(WS-SUB-SUC)
                   MOVE "N" TO WS-SW-BALANCEA
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * GRABA EL ARCHIVO CONTABLE ORDENADO POR SUCURSAL. SI ALGUNA
      * SUCURSAL NO BALANCEA EL ARCHIVO SE RECREA VACIO, PARA QUE
      * CONTABILIDAD NO TOME NI ESTOS ASIENTOS NI LOS DE AYER

       00060-GRABAR-ASIENTOS.

           OPEN OUTPUT ASIENTOS

           IF NOT BALANCEA
               CLOSE ASIENTOS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
               PERFORM VARYING WS-SUB-ASI FROM 1 BY 1
                       UNTIL WS-SUB-ASI > WS-CONT-ASI
                   IF WS-ASI-SUCURSAL(WS-SUB-ASI) =
                      WS-SUC-NRO(WS-SUB-SUC)
                       MOVE WS-HIS-FECHA-INICIO TO ASI-FECHA
                       MOVE WS-ASI-SUCURSAL(WS-SUB-ASI)
                            TO ASI-SUCURSAL
                       MOVE WS-ASI-CUENTA(WS-SUB-ASI)  TO ASI-CUENTA
                       MOVE WS-ASI-DEBE(WS-SUB-ASI)    TO ASI-DEBE
                       MOVE WS-ASI-HABER(WS-SUB-ASI)   TO ASI-HABER
                       MOVE WS-ASI-CANT(WS-SUB-ASI)    TO ASI-CANT-MOV
                       WRITE REG-ASIENTO
                   END-IF
               END-PERFORM
           END-PERFORM

           IF NOT ASIENTOS-OK
               DISPLAY "ERROR AL GRABAR LOS ASIENTOS, FS: " FS-ASIENTOS
           END-IF

           CLOSE ASIENTOS

           .

      *--------------------------><--------><---------------------------

      * GRABA EL INFORME DE CONTROL: BALANCEO POR SUCURSAL, CUADRE DEL
      * TOTAL CONTABILIZADO CONTRA EL HISTORIAL Y PARES SIN CUENTA

       00070-GRABAR-INFORME.

           OPEN OUTPUT INFORME

           MOVE WS-HIS-FECHA-INICIO TO WS-CAB-FECHA
           IF BALANCEA
               MOVE "LIBERADO"     TO WS-CAB-ESTADO
           ELSE
               MOVE "NO LIBERADO"  TO WS-CAB-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-CABECERA-INFORME
           WRITE REG-INFORME FROM LINEA-GUIONADA

           MOVE "BALANCEO DEBE / HABER POR SUCURSAL" TO WS-TIT-SECCION
           WRITE REG-INFORME FROM WS-TITULO-SECCION
           AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
               MOVE WS-SUC-NRO(WS-SUB-SUC)   TO WS-LSU-SUCURSAL
               MOVE WS-SUC-DEBE(WS-SUB-SUC)  TO WS-LSU-DEBE
               MOVE WS-SUC-HABER(WS-SUB-SUC) TO WS-LSU-HABER
               IF WS-SUC-DEBE(WS-SUB-SUC) = WS-SUC-HABER(WS-SUB-SUC)
                   MOVE "OK"           TO WS-LSU-ESTADO
               ELSE
                   MOVE "DESBALANCEADA" TO WS-LSU-ESTADO
               END-IF
               WRITE REG-INFORME FROM WS-LINEA-SUCURSAL
           END-PERFORM

           MOVE "CUADRE CONTRA EL HISTORIAL DE CORRIDAS"
                TO WS-TIT-SECCION
           WRITE REG-INFORME FROM WS-TITULO-SECCION
           AFTER ADVANCING 2 LINES

           MOVE "TOTAL DEBE / TOTAL HABER"  TO WS-CTL-CONCEPTO
           MOVE WS-TOTAL-DEBE               TO WS-CTL-VALOR-1
           MOVE WS-TOTAL-HABER              TO WS-CTL-VALOR-2
           IF WS-TOTAL-DEBE = WS-TOTAL-HABER
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "IMPORTE CONTABILIZADO / IMPORTE HISTORIAL"
                TO WS-CTL-CONCEPTO
           MOVE WS-TOTAL-CONTABILIZADO TO WS-CTL-VALOR-1
           MOVE WS-HIS-IMPORTE-TOTAL   TO WS-CTL-VALOR-2
           IF WS-TOTAL-CONTABILIZADO = WS-HIS-IMPORTE-TOTAL
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "IMPORTE EXTRACTO / IMPORTE HISTORIAL"
                TO WS-CTL-CONCEPTO
           MOVE WS-TOTAL-EXTRACTO    TO WS-CTL-VALOR-1
           MOVE WS-HIS-IMPORTE-TOTAL TO WS-CTL-VALOR-2
           IF WS-TOTAL-EXTRACTO = WS-HIS-IMPORTE-TOTAL
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "IMPORTE / MOVIMIENTOS SIN CUENTA"
                TO WS-CTL-CONCEPTO
           MOVE WS-TOTAL-SIN-CUENTA            TO WS-CTL-VALOR-1
           MOVE WS-CONT-SIN-CUENTA             TO WS-CTL-CANT-2
           IF WS-CONT-SIN-CUENTA = ZERO
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "ANULACIONES SIN ORIGINAL"    TO WS-CTL-CONCEPTO
           MOVE ZERO                          TO WS-CTL-VALOR-1
           MOVE WS-CONT-ANU-SIN-ORIGINAL      TO WS-CTL-CANT-2
           IF WS-CONT-ANU-SIN-ORIGINAL = ZERO
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "LINEAS DE EXTRACTO INVALIDAS" TO WS-CTL-CONCEPTO
           MOVE ZERO                           TO WS-CTL-VALOR-1
           MOVE WS-CONT-INVALIDAS              TO WS-CTL-CANT-2
           IF WS-CONT-INVALIDAS = ZERO
               MOVE "OK"      TO WS-CTL-ESTADO
           ELSE
               MOVE "DIFIERE" TO WS-CTL-ESTADO
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-CONTROL

           MOVE "PARES CODIGO/TIPO SIN CUENTA CONTABLE"
                TO WS-TIT-SECCION
           WRITE REG-INFORME FROM WS-TITULO-SECCION
           AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-CONT-SIN
               MOVE WS-SIN-CODIGO(WS-SUB-SIN)  TO WS-LSC-CODIGO
               MOVE WS-SIN-TIPO(WS-SUB-SIN)    TO WS-LSC-TIPO
               MOVE WS-SIN-CANT(WS-SUB-SIN)    TO WS-LSC-CANT
               MOVE WS-SIN-IMPORTE(WS-SUB-SIN) TO WS-LSC-IMPORTE
               WRITE REG-INFORME FROM WS-LINEA-SIN-CUENTA
           END-PERFORM

           CLOSE INFORME

           .

       END PROGRAM CCCACT15.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT24.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * CERTIFICADO ANUAL DE INFORMACION IMPOSITIVA POR CLIENTE Y
      * ARCHIVO DEL REGIMEN INFORMATIVO, A PARTIR DEL ACUMULADO ANUAL
      * QUE ARMA CCCACT23 MES A MES. EL EJERCICIO SE INFORMA POR LA
      * ENTRADA ESTANDAR (AAAA); SIN EL, EL ANTERIOR AL DE PROCESO
           SELECT ACUMULADO ASSIGN TO "ACUMULADO-ANUAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS FS-ACUMULADO.

      * SALDOS INICIAL Y FINAL DEL EJERCICIO, DESDE LA HISTORIA DIARIA
      * DE SALDOS POR CLIENTE Y FECHA
           SELECT HISTSALDOS ASSIGN TO "HISTORIA-SALDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS FS-HISTSALDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES-CCC.TXT"
           FILE STATUS IS FS-CLIENTES.

           SELECT CERTIFICADOS ASSIGN TO "CERTIFICADOS-ANUALES.TXT"
           FILE STATUS IS FS-CERTIFICADOS.

           SELECT REGIMEN ASSIGN TO "REGIMEN-INFORMATIVO.TXT"
           FILE STATUS IS FS-REGIMEN.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
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


       FD HISTSALDOS.
       01 REG-HISTSALDOS.
           05 HSA-CLAVE.
               10 HSA-CLIENTE                PIC X(10).
               10 HSA-FECHA                  PIC 9(08).
           05 HSA-SALDO-APERTURA             PIC S9(13)V9(04).
           05 HSA-IMPORTE-DIA                PIC S9(13)V9(04).
           05 HSA-SALDO                      PIC S9(13)V9(04).
           05 HSA-CANT-MOV                   PIC 9(07).


       FD CLIENTES
          RECORDING MODE F.
       01 REG-CLIENTES.
           05 CLI-CLIENTE                    PIC X(10).
           05 CLI-NOMBRE                     PIC X(30).
           05 CLI-SUCURSAL                   PIC 9(06).
           05 CLI-ESTADO                     PIC X(01).


       FD CERTIFICADOS
          RECORDING MODE F.
       01 REG-CERTIFICADO                    PIC X(132).


      * REGIMEN INFORMATIVO: UN REGISTRO DE CABECERA ("1"), UNO POR
      * CLIENTE CON LOS TOTALES DEL EJERCICIO ("2") Y UNO DE CIERRE
      * CON LOS TOTALES DEL ARCHIVO ("9"), TODOS DE LARGO FIJO
       FD REGIMEN
          RECORDING MODE F.
       01 REG-REGIMEN-CABECERA.
           05 RGC-TIPO-REG                   PIC X(01).
           05 RGC-ANIO                       PIC 9(04).
           05 RGC-FECHA-GENERACION           PIC 9(08).
           05 RGC-ENTIDAD                    PIC X(30).
           05 FILLER                         PIC X(316).

       01 REG-REGIMEN-DETALLE.
           05 RGD-TIPO-REG                   PIC X(01).
           05 RGD-ANIO                       PIC 9(04).
           05 RGD-CLIENTE                    PIC X(10).
           05 RGD-SUCURSAL                   PIC 9(06).
           05 RGD-NOMBRE                     PIC X(30).
           05 RGD-SALDO-INICIAL              PIC S9(13)V9(04).
           05 RGD-SALDO-FINAL                PIC S9(13)V9(04).
           05 RGD-INT-ACREDITADO             PIC S9(13)V9(04).
           05 RGD-INT-DEBITADO               PIC S9(13)V9(04).
           05 RGD-COMISIONES                 PIC S9(13)V9(04).
           05 RGD-CANT-MOV                   PIC S9(07).
           05 RGD-TIPOS OCCURS 9 TIMES.
               10 RGD-TIPO-CANT              PIC S9(07).
               10 RGD-TIPO-IMPORTE           PIC S9(13)V9(04).

       01 REG-REGIMEN-CIERRE.
           05 RGT-TIPO-REG                   PIC X(01).
           05 RGT-ANIO                       PIC 9(04).
           05 RGT-CANT-CLIENTES              PIC 9(09).
           05 RGT-INT-ACREDITADO             PIC S9(13)V9(04).
           05 RGT-INT-DEBITADO               PIC S9(13)V9(04).
           05 RGT-COMISIONES                 PIC S9(13)V9(04).
           05 FILLER                         PIC X(294).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-CLIENTE             PIC X(10).
           05 SRT-NOMBRE              PIC X(30).
           05 SRT-SALDO-INICIAL       PIC S9(13)V9(04).
           05 SRT-SALDO-FINAL         PIC S9(13)V9(04).
           05 SRT-CANT-MOV            PIC S9(07).
           05 SRT-INT-ACREDITADO      PIC S9(13)V9(04).
           05 SRT-INT-DEBITADO        PIC S9(13)V9(04).
           05 SRT-TIPOS OCCURS 9 TIMES.
               10 SRT-TIPO-CANT       PIC S9(07).
               10 SRT-TIPO-IMPORTE    PIC S9(13)V9(04).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-ACUMULADO                  PIC X(02).
             88 ACUMULADO-OK                     VALUE "00".
             88 ACUMULADO-NO-EXISTE              VALUE "35".
             88 ACUMULADO-EOF                    VALUE "10".
           05 FS-HISTSALDOS                 PIC X(02).
             88 HISTSALDOS-OK                    VALUE "00".
             88 HISTSALDOS-NO-EXISTE             VALUE "35".
             88 HISTSALDOS-EOF                   VALUE "10".
           05 FS-CLIENTES                   PIC X(02).
             88 CLIENTES-OK                      VALUE "00".
             88 CLIENTES-NO-EXISTE               VALUE "35".
             88 CLIENTES-EOF                     VALUE "10".
           05 FS-CERTIFICADOS               PIC X(02).
             88 CERTIFICADOS-OK                  VALUE "00".
           05 FS-REGIMEN                    PIC X(02).
             88 REGIMEN-OK                       VALUE "00".

      *--------------------------><--------><---------------------------
      *  EJERCICIO A CERTIFICAR Y SUS FECHAS DE CORTE
      *--------------------------><--------><---------------------------
       01 WS-FECHA-PROCESO-SISTEMA.
           05 WS-PROCESO-ANIO               PIC 9(04).
           05 WS-PROCESO-MES                PIC 9(02).
           05 WS-PROCESO-DIA                PIC 9(02).

       01 WS-ANIO-TXT                       PIC X(04) VALUE SPACES.
       01 WS-ANIO-CERTIFICADO               PIC 9(04) VALUE ZERO.

       01 WS-FECHA-INICIO-CMP.
           05 WS-INICIO-ANIO                PIC 9(04).
           05 WS-INICIO-MMDD                PIC 9(04) VALUE 0101.
       01 WS-FECHA-INICIO REDEFINES WS-FECHA-INICIO-CMP
                                            PIC 9(08).

       01 WS-FECHA-FIN-CMP.
           05 WS-FIN-ANIO                   PIC 9(04).
           05 WS-FIN-MMDD                   PIC 9(04) VALUE 1231.
       01 WS-FECHA-FIN REDEFINES WS-FECHA-FIN-CMP
                                            PIC 9(08).

      *--------------------------><--------><---------------------------
      *  SALDOS DEL CLIENTE EN CURSO: EL INICIAL ES EL ULTIMO CIERRE
      *  ANTERIOR AL EJERCICIO O, SI LA HISTORIA EMPIEZA DENTRO DEL
      *  EJERCICIO, LA APERTURA DE SU PRIMER DIA; EL FINAL ES EL
      *  ULTIMO CIERRE DEL EJERCICIO
      *--------------------------><--------><---------------------------
       01 WS-SALDO-INICIAL                  PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SALDO-FINAL                    PIC S9(13)V9(04) VALUE ZERO.

       01 WS-SW-INICIAL-FIJADO              PIC X(01) VALUE "N".
         88 INICIAL-FIJADO                      VALUE "S".

       01 WS-SW-FIN-HISTORIA                PIC X(01) VALUE "N".
         88 FIN-HISTORIA                        VALUE "S".

       01 WS-SW-HISTORIA-ABIERTA            PIC X(01) VALUE "N".
         88 HISTORIA-ABIERTA                    VALUE "S".

       01 WS-SW-FIN-ACUMULADO               PIC X(01) VALUE "N".
         88 FIN-ACUMULADO                       VALUE "S".

       01 WS-SW-FIN-ORDENADO                PIC X(01) VALUE "N".
         88 FIN-ORDENADO                        VALUE "S".

      *--------------------------><--------><---------------------------
      *  MAESTRO DE CLIENTES PARA EL NOMBRE Y LA SUCURSAL DEL
      *  CERTIFICADO. UN CLIENTE FUERA DEL MAESTRO SALE EN LA SUCURSAL
      *  CERO Y MERECE REVISION
      *--------------------------><--------><---------------------------
       01 WS-CONT-CLI                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-CLI.
           05 WS-CLI-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CLI
                              INDEXED BY WS-IDX-CLI.
               10 WS-CLI-CLIENTE            PIC X(10).
               10 WS-CLI-NOMBRE             PIC X(30).
               10 WS-CLI-SUCURSAL           PIC 9(06).

      *--------------------------><--------><---------------------------
      *  TIPOS DE MOVIMIENTO, EN EL ORDEN DE LAS POSICIONES DEL
      *  ACUMULADO. LA POSICION 9 SON ANULACIONES SIN ORIGINAL
      *--------------------------><--------><---------------------------
       01 WS-TABLA-TIPOS.
           05 WS-TIPO-ENTRADA OCCURS 9 TIMES.
               10 WS-TIPO-COD               PIC X(03).
               10 WS-TIPO-DESC              PIC X(30).

       01 WS-SUB-TIPO                       PIC 9(02) VALUE ZERO.

      *--------------------------------------------------
      * ARMADO DE CABECERAS, TITULOS Y COLUMNAS DE DATOS.
      *--------------------------------------------------

       01 WS-CABECERA-PRINCIPAL.
           05 FILLER                       PIC X(30) VALUE SPACES.
           05 FILLER                       PIC X(44)
                VALUE "CERTIFICADO ANUAL DE INFORMACION IMPOSITIVA".
           05 FILLER                       PIC X(13)
                VALUE " - EJERCICIO ".
           05 WS-CAB-EJERCICIO             PIC 9(04).
           05 FILLER                       PIC X(41) VALUE SPACES.

       01 WS-SUBTITULOS.
           05 FILLER                       PIC X(16) VALUE SPACES.
           05 FILLER                       PIC X(14)
                   VALUE "BANCO: GALICIA".
           05 FILLER                       PIC X(56) VALUE SPACES.
           05 FILLER                       PIC X(19)
                   VALUE "FECHA DE EMISION:  ".
           05 WS-CAB-EMISION.
               10 WS-CAB-EMI-DIA           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-EMI-MES           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-EMI-ANIO          PIC 9(04).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01 WS-CAB-CLIENTE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "CLIENTE: ".
           05 WS-CAB-CLIENTE-COD           PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CAB-CLIENTE-NOM           PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 WS-CAB-SUCURSAL              PIC 9(06).
           05 FILLER                       PIC X(61) VALUE SPACES.

       01 WS-LINEA-IMPORTE.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-LIN-CONCEPTO              PIC X(30).
           05 WS-LIN-FECHA                 PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LIN-IMPORTE               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(67) VALUE SPACES.

       01 WS-FECHA-EDITADA.
           05 WS-FEC-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-FEC-MES                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-FEC-ANIO                  PIC 9(04).

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "TIPO".
           05 FILLER                       PIC X(31)
                   VALUE "DESCRIPCION".
           05 FILLER                       PIC X(12) VALUE "CANTIDAD".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "IMPORTE".
           05 FILLER                       PIC X(58) VALUE SPACES.

       01 WS-DETALLE-TIPO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DET-TIPO                  PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-DESCRIPCION           PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-CANTIDAD              PIC -Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-IMPORTE               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(59) VALUE SPACES.

       01 WS-LINEA-TOTAL-MOV.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(37)
                VALUE "TOTAL DE MOVIMIENTOS DEL EJERCICIO".
           05 WS-TOT-CANT-MOV              PIC -Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(81) VALUE SPACES.

       01 WS-LINEA-NOTA-ANU.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(45)
                VALUE "INCLUYE ANULACIONES CUYO MOVIMIENTO ORIGINAL".
           05 FILLER                       PIC X(17)
                VALUE " NO SE IDENTIFICO".
           05 FILLER                       PIC X(66) VALUE SPACES.

       01 WS-LINEA-NOTA-NETO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(38)
                VALUE "LOS IMPORTES SON NETOS DE ANULACIONES".
           05 FILLER                       PIC X(30)
                VALUE " Y ESTAN EXPRESADOS EN PESOS".
           05 FILLER                       PIC X(60) VALUE SPACES.

       01 WS-LINEA-SIN-CERTIFICADOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(45)
                VALUE "SIN CLIENTES CON MOVIMIENTOS EN EL EJERCICIO".
           05 FILLER                       PIC X(85) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTADORES Y TOTALES PARA EL CIERRE DEL REGIMEN Y EL RESUMEN
      *  FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-ACUMULADOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-CERTIFICADOS             PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-MAESTRO              PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-HISTORIA             PIC 9(09) VALUE ZERO.
       01 WS-CONT-CON-ANU-PENDIENTE        PIC 9(09) VALUE ZERO.

       01 WS-TOT-INT-ACREDITADO            PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOT-INT-DEBITADO              PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOT-COMISIONES                PIC S9(13)V9(04) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-CERTIFICADO-ANUAL.

           ACCEPT WS-FECHA-PROCESO-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-PROCESO-DIA  TO WS-CAB-EMI-DIA
           MOVE WS-PROCESO-MES  TO WS-CAB-EMI-MES
           MOVE WS-PROCESO-ANIO TO WS-CAB-EMI-ANIO

           PERFORM 00005-INICIALIZAR-TABLA-TIPOS

           PERFORM 00010-FIJAR-EJERCICIO

           PERFORM 00020-CARGAR-CLIENTES

           OPEN INPUT ACUMULADO

           IF NOT ACUMULADO-OK
               DISPLAY "SIN ACUMULADO ANUAL, FS: " FS-ACUMULADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HISTSALDOS
           IF HISTSALDOS-OK
               SET HISTORIA-ABIERTA TO TRUE
           ELSE
               DISPLAY "SIN HISTORIA DE SALDOS, CERTIFICADOS CON "
                       "SALDOS EN CERO"
           END-IF

           OPEN OUTPUT CERTIFICADOS
                       REGIMEN

           MOVE SPACES                  TO REG-REGIMEN-CABECERA
           MOVE "1"                     TO RGC-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO     TO RGC-ANIO
           MOVE WS-FECHA-PROCESO-SISTEMA TO RGC-FECHA-GENERACION
           MOVE "BANCO GALICIA"         TO RGC-ENTIDAD
           WRITE REG-REGIMEN-CABECERA

           SORT ORDENADO
      * LOS CERTIFICADOS SALEN POR SUCURSAL PARA SU DISTRIBUCION Y,
      * DENTRO DE CADA SUCURSAL, POR CODIGO DE CLIENTE
           ON ASCENDING KEY SRT-SUCURSAL
                            SRT-CLIENTE

           INPUT PROCEDURE 00030-CARGAR-ACUMULADO

           OUTPUT PROCEDURE 00040-EMITIR-CERTIFICADOS

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES                  TO REG-REGIMEN-CIERRE
           MOVE "9"                     TO RGT-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO     TO RGT-ANIO
           MOVE WS-CONT-CERTIFICADOS    TO RGT-CANT-CLIENTES
           MOVE WS-TOT-INT-ACREDITADO   TO RGT-INT-ACREDITADO
           MOVE WS-TOT-INT-DEBITADO     TO RGT-INT-DEBITADO
           MOVE WS-TOT-COMISIONES       TO RGT-COMISIONES
           WRITE REG-REGIMEN-CIERRE

           CLOSE ACUMULADO CERTIFICADOS REGIMEN

           IF HISTORIA-ABIERTA
               CLOSE HISTSALDOS
           END-IF

           DISPLAY "EJERCICIO CERTIFICADO       : " WS-ANIO-CERTIFICADO
           DISPLAY "CLIENTES EN EL ACUMULADO    : " WS-CONT-ACUMULADOS
           DISPLAY "CERTIFICADOS EMITIDOS       : " WS-CONT-CERTIFICADOS
           DISPLAY "  FUERA DEL MAESTRO         : " WS-CONT-SIN-MAESTRO
           DISPLAY "  SIN HISTORIA DE SALDOS    : " WS-CONT-SIN-HISTORIA
           DISPLAY "  CON ANULACIONES SIN NETEAR: "
                   WS-CONT-CON-ANU-PENDIENTE

           IF RETURN-CODE = ZERO
              AND (WS-CONT-SIN-MAESTRO > ZERO
                   OR WS-CONT-CON-ANU-PENDIENTE > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *--------------------------><--------><---------------------------

      * CARGA LA TABLA DE TIPOS DE MOVIMIENTO EN EL ORDEN DEL ACUMULADO

       00005-INICIALIZAR-TABLA-TIPOS.

           MOVE "DEB" TO WS-TIPO-COD(1)
           MOVE "DEBITOS"                        TO WS-TIPO-DESC(1)

           MOVE "CRE" TO WS-TIPO-COD(2)
           MOVE "CREDITOS"                       TO WS-TIPO-DESC(2)

           MOVE "AJU" TO WS-TIPO-COD(3)
           MOVE "AJUSTES"                        TO WS-TIPO-DESC(3)

           MOVE "CHQ" TO WS-TIPO-COD(4)
           MOVE "CHEQUES"                        TO WS-TIPO-DESC(4)

           MOVE "TRF" TO WS-TIPO-COD(5)
           MOVE "TRANSFERENCIAS"                 TO WS-TIPO-DESC(5)

           MOVE "INT" TO WS-TIPO-COD(6)
           MOVE "INTERESES"                      TO WS-TIPO-DESC(6)

           MOVE "COM" TO WS-TIPO-COD(7)
           MOVE "COMISIONES"                     TO WS-TIPO-DESC(7)

           MOVE "NOT" TO WS-TIPO-COD(8)
           MOVE "NOTAS"                          TO WS-TIPO-DESC(8)

           MOVE "ANU" TO WS-TIPO-COD(9)
           MOVE "ANULACIONES SIN ORIGINAL"       TO WS-TIPO-DESC(9)

           .

      *--------------------------><--------><---------------------------

      * TOMA EL EJERCICIO PEDIDO O, SIN PEDIDO, EL ANTERIOR AL DE LA
      * FECHA DE PROCESO (EL CERTIFICADO SE EMITE EN ENERO)

       00010-FIJAR-EJERCICIO.

           ACCEPT WS-ANIO-TXT

           IF WS-ANIO-TXT NUMERIC
              AND WS-ANIO-TXT > "1900"
               MOVE WS-ANIO-TXT TO WS-ANIO-CERTIFICADO
           ELSE
               COMPUTE WS-ANIO-CERTIFICADO = WS-PROCESO-ANIO - 1
           END-IF

           MOVE WS-ANIO-CERTIFICADO TO WS-CAB-EJERCICIO
           MOVE WS-ANIO-CERTIFICADO TO WS-INICIO-ANIO
           MOVE WS-ANIO-CERTIFICADO TO WS-FIN-ANIO

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL MAESTRO DE CLIENTES DESDE CLIENTES-CCC.TXT.
      * SIN MAESTRO, LOS CERTIFICADOS SALEN SIN NOMBRE EN LA SUCURSAL
      * CERO

       00020-CARGAR-CLIENTES.

           MOVE ZERO TO WS-CONT-CLI

           OPEN INPUT CLIENTES

           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES, CERTIFICADOS SIN "
                       "NOMBRE NI SUCURSAL"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CLIENTES-EOF
               READ CLIENTES
               AT END
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF WS-CONT-CLI < 20000
                       ADD 1 TO WS-CONT-CLI
                       MOVE CLI-CLIENTE
                            TO WS-CLI-CLIENTE(WS-CONT-CLI)
                       MOVE CLI-NOMBRE
                            TO WS-CLI-NOMBRE(WS-CONT-CLI)
                       MOVE CLI-SUCURSAL
                            TO WS-CLI-SUCURSAL(WS-CONT-CLI)
                   ELSE
                       DISPLAY "TABLA DE CLIENTES COMPLETA, CLIENTE "
                               "DESCARTADO: " CLI-CLIENTE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL ACUMULADO DEL EJERCICIO Y LIBERA AL SORT CADA
      * CLIENTE CON SU NOMBRE, SUCURSAL Y SALDOS

       00030-CARGAR-ACUMULADO.

           MOVE WS-ANIO-CERTIFICADO TO ACU-ANIO
           MOVE LOW-VALUES          TO ACU-CLIENTE

           START ACUMULADO KEY NOT < ACU-CLAVE
           INVALID KEY
               SET FIN-ACUMULADO TO TRUE
           END-START

           PERFORM UNTIL FIN-ACUMULADO
               READ ACUMULADO NEXT RECORD
               AT END
                   SET FIN-ACUMULADO TO TRUE
               NOT AT END
                   IF ACU-ANIO NOT = WS-ANIO-CERTIFICADO
                       SET FIN-ACUMULADO TO TRUE
                   ELSE
                       ADD 1 TO WS-CONT-ACUMULADOS
                       PERFORM 00031-LIBERAR-CLIENTE
                   END-IF
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * ARMA EL REGISTRO DEL CLIENTE PARA EL SORT

       00031-LIBERAR-CLIENTE.

           MOVE ZERO                TO SRT-SUCURSAL
           MOVE ACU-CLIENTE         TO SRT-CLIENTE
           MOVE SPACES              TO SRT-NOMBRE
           MOVE ACU-CANT-MOV        TO SRT-CANT-MOV
           MOVE ACU-INT-ACREDITADO  TO SRT-INT-ACREDITADO
           MOVE ACU-INT-DEBITADO    TO SRT-INT-DEBITADO

           PERFORM VARYING WS-SUB-TIPO FROM 1 BY 1
                   UNTIL WS-SUB-TIPO > 9
               MOVE ACU-TIPO-CANT(WS-SUB-TIPO)
                    TO SRT-TIPO-CANT(WS-SUB-TIPO)
               MOVE ACU-TIPO-IMPORTE(WS-SUB-TIPO)
                    TO SRT-TIPO-IMPORTE(WS-SUB-TIPO)
           END-PERFORM

           IF WS-CONT-CLI > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLI-ENTRADA
                   AT END
                       ADD 1 TO WS-CONT-SIN-MAESTRO
                   WHEN WS-CLI-CLIENTE(WS-IDX-CLI) = ACU-CLIENTE
                       MOVE WS-CLI-SUCURSAL(WS-IDX-CLI)
                            TO SRT-SUCURSAL
                       MOVE WS-CLI-NOMBRE(WS-IDX-CLI)
                            TO SRT-NOMBRE
               END-SEARCH
           ELSE
               ADD 1 TO WS-CONT-SIN-MAESTRO
           END-IF

           PERFORM 00032-BUSCAR-SALDOS

           MOVE WS-SALDO-INICIAL    TO SRT-SALDO-INICIAL
           MOVE WS-SALDO-FINAL      TO SRT-SALDO-FINAL

           RELEASE REG-ORDENADO

           .

      *--------------------------><--------><---------------------------

      * RECORRE LA HISTORIA DEL CLIENTE HASTA EL FIN DEL EJERCICIO Y
      * FIJA LOS SALDOS INICIAL Y FINAL

       00032-BUSCAR-SALDOS.

           MOVE ZERO TO WS-SALDO-INICIAL
           MOVE ZERO TO WS-SALDO-FINAL
           MOVE "N"  TO WS-SW-INICIAL-FIJADO
           MOVE "N"  TO WS-SW-FIN-HISTORIA

           IF NOT HISTORIA-ABIERTA
               ADD 1 TO WS-CONT-SIN-HISTORIA
               EXIT PARAGRAPH
           END-IF

           MOVE ACU-CLIENTE TO HSA-CLIENTE
           MOVE ZERO        TO HSA-FECHA

           START HISTSALDOS KEY NOT < HSA-CLAVE
           INVALID KEY
               SET FIN-HISTORIA TO TRUE
           END-START

           PERFORM UNTIL FIN-HISTORIA
               READ HISTSALDOS NEXT RECORD
               AT END
                   SET FIN-HISTORIA TO TRUE
               NOT AT END
                   IF HSA-CLIENTE NOT = ACU-CLIENTE
                      OR HSA-FECHA > WS-FECHA-FIN
                       SET FIN-HISTORIA TO TRUE
                   ELSE
                       IF HSA-FECHA < WS-FECHA-INICIO
                           MOVE HSA-SALDO TO WS-SALDO-INICIAL
                           SET INICIAL-FIJADO TO TRUE
                       ELSE
                           IF NOT INICIAL-FIJADO
                               MOVE HSA-SALDO-APERTURA
                                    TO WS-SALDO-INICIAL
                               SET INICIAL-FIJADO TO TRUE
                           END-IF
                       END-IF
                       MOVE HSA-SALDO TO WS-SALDO-FINAL
                   END-IF
               END-READ
           END-PERFORM

           IF NOT INICIAL-FIJADO
               ADD 1 TO WS-CONT-SIN-HISTORIA
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECIBE LOS CLIENTES ORDENADOS, IMPRIME EL CERTIFICADO DE CADA
      * UNO Y GRABA SU REGISTRO EN EL REGIMEN INFORMATIVO

       00040-EMITIR-CERTIFICADOS.

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           IF FIN-ORDENADO
               WRITE REG-CERTIFICADO FROM WS-CABECERA-PRINCIPAL
               AFTER ADVANCING PAGE
               WRITE REG-CERTIFICADO FROM WS-LINEA-SIN-CERTIFICADOS
               AFTER ADVANCING 2 LINES
           END-IF

           PERFORM UNTIL FIN-ORDENADO

           PERFORM 00041-IMPRIMIR-CERTIFICADO

           PERFORM 00045-GRABAR-REGIMEN

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * IMPRIME EL CERTIFICADO DEL CLIENTE EN UNA HOJA: SALDOS,
      * INTERESES Y COMISIONES DEL EJERCICIO Y EL DETALLE POR TIPO

       00041-IMPRIMIR-CERTIFICADO.

           WRITE REG-CERTIFICADO FROM WS-CABECERA-PRINCIPAL
           AFTER ADVANCING PAGE

           WRITE REG-CERTIFICADO FROM WS-SUBTITULOS
           AFTER ADVANCING 1 LINE

           MOVE SRT-CLIENTE  TO WS-CAB-CLIENTE-COD
           MOVE SRT-NOMBRE   TO WS-CAB-CLIENTE-NOM
           MOVE SRT-SUCURSAL TO WS-CAB-SUCURSAL
           WRITE REG-CERTIFICADO FROM WS-CAB-CLIENTE
           AFTER ADVANCING 2 LINES

           WRITE REG-CERTIFICADO FROM LINEA-GUIONADA
           AFTER ADVANCING 1 LINE

           MOVE 01                  TO WS-FEC-DIA
           MOVE 01                  TO WS-FEC-MES
           MOVE WS-ANIO-CERTIFICADO TO WS-FEC-ANIO
           MOVE "SALDO INICIAL AL"  TO WS-LIN-CONCEPTO
           MOVE WS-FECHA-EDITADA    TO WS-LIN-FECHA
           MOVE SRT-SALDO-INICIAL   TO WS-LIN-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-LINEA-IMPORTE
           AFTER ADVANCING 2 LINES

           MOVE 31                  TO WS-FEC-DIA
           MOVE 12                  TO WS-FEC-MES
           MOVE "SALDO FINAL AL"    TO WS-LIN-CONCEPTO
           MOVE WS-FECHA-EDITADA    TO WS-LIN-FECHA
           MOVE SRT-SALDO-FINAL     TO WS-LIN-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-LINEA-IMPORTE
           AFTER ADVANCING 1 LINE

           MOVE SPACES              TO WS-LIN-FECHA

           MOVE "INTERESES ACREDITADOS"   TO WS-LIN-CONCEPTO
           MOVE SRT-INT-ACREDITADO        TO WS-LIN-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-LINEA-IMPORTE
           AFTER ADVANCING 2 LINES

           MOVE "INTERESES DEBITADOS"     TO WS-LIN-CONCEPTO
           MOVE SRT-INT-DEBITADO          TO WS-LIN-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-LINEA-IMPORTE
           AFTER ADVANCING 1 LINE

           MOVE "COMISIONES COBRADAS"     TO WS-LIN-CONCEPTO
           MOVE SRT-TIPO-IMPORTE(7)       TO WS-LIN-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-LINEA-IMPORTE
           AFTER ADVANCING 1 LINE

           WRITE REG-CERTIFICADO FROM WS-COLUMNAS
           AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-SUB-TIPO FROM 1 BY 1
                   UNTIL WS-SUB-TIPO > 9
               IF SRT-TIPO-CANT(WS-SUB-TIPO) NOT = ZERO
                  OR SRT-TIPO-IMPORTE(WS-SUB-TIPO) NOT = ZERO
                   MOVE WS-TIPO-COD(WS-SUB-TIPO)  TO WS-DET-TIPO
                   MOVE WS-TIPO-DESC(WS-SUB-TIPO) TO WS-DET-DESCRIPCION
                   MOVE SRT-TIPO-CANT(WS-SUB-TIPO)
                        TO WS-DET-CANTIDAD
                   MOVE SRT-TIPO-IMPORTE(WS-SUB-TIPO)
                        TO WS-DET-IMPORTE
                   WRITE REG-CERTIFICADO FROM WS-DETALLE-TIPO
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           MOVE SRT-CANT-MOV TO WS-TOT-CANT-MOV
           WRITE REG-CERTIFICADO FROM WS-LINEA-TOTAL-MOV
           AFTER ADVANCING 2 LINES

           WRITE REG-CERTIFICADO FROM LINEA-GUIONADA
           AFTER ADVANCING 1 LINE

           WRITE REG-CERTIFICADO FROM WS-LINEA-NOTA-NETO
           AFTER ADVANCING 1 LINE

           IF SRT-TIPO-CANT(9) NOT = ZERO
               WRITE REG-CERTIFICADO FROM WS-LINEA-NOTA-ANU
               AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CONT-CON-ANU-PENDIENTE
           END-IF

           ADD 1 TO WS-CONT-CERTIFICADOS

           .

      *--------------------------><--------><---------------------------

      * GRABA EL REGISTRO DEL CLIENTE EN EL REGIMEN INFORMATIVO Y
      * ACUMULA LOS TOTALES DEL REGISTRO DE CIERRE

       00045-GRABAR-REGIMEN.

           MOVE "2"                 TO RGD-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO TO RGD-ANIO
           MOVE SRT-CLIENTE         TO RGD-CLIENTE
           MOVE SRT-SUCURSAL        TO RGD-SUCURSAL
           MOVE SRT-NOMBRE          TO RGD-NOMBRE
           MOVE SRT-SALDO-INICIAL   TO RGD-SALDO-INICIAL
           MOVE SRT-SALDO-FINAL     TO RGD-SALDO-FINAL
           MOVE SRT-INT-ACREDITADO  TO RGD-INT-ACREDITADO
           MOVE SRT-INT-DEBITADO    TO RGD-INT-DEBITADO
           MOVE SRT-TIPO-IMPORTE(7) TO RGD-COMISIONES
           MOVE SRT-CANT-MOV        TO RGD-CANT-MOV

           PERFORM VARYING WS-SUB-TIPO FROM 1 BY 1
                   UNTIL WS-SUB-TIPO > 9
               MOVE SRT-TIPO-CANT(WS-SUB-TIPO)
                    TO RGD-TIPO-CANT(WS-SUB-TIPO)
               MOVE SRT-TIPO-IMPORTE(WS-SUB-TIPO)
                    TO RGD-TIPO-IMPORTE(WS-SUB-TIPO)
           END-PERFORM

           WRITE REG-REGIMEN-DETALLE

           ADD SRT-INT-ACREDITADO  TO WS-TOT-INT-ACREDITADO
           ADD SRT-INT-DEBITADO    TO WS-TOT-INT-DEBITADO
           ADD SRT-TIPO-IMPORTE(7) TO WS-TOT-COMISIONES

           .

       END PROGRAM CCCACT24.

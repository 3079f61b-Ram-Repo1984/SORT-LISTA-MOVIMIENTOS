       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT19.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * DEBITOS OBSERVADOS POR EL LISTADOR DIARIO CONTRA LOS LIMITES
      * DE DESCUBIERTO AUTORIZADOS Y SOBRE CUENTAS BLOQUEADAS
           SELECT EXCESOS ASSIGN TO "EXCESOS-DESCUBIERTO.TXT"
           FILE STATUS IS FS-EXCESOS.

           SELECT INFORME ASSIGN TO "INFORME-EXCESOS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD EXCESOS
          RECORDING MODE F.
       01 REG-EXCESO.
           05 EXC-CLIENTE                    PIC X(10).
           05 EXC-SUCURSAL                   PIC 9(06).
           05 EXC-SUCURSAL-MOV               PIC 9(06).
           05 EXC-FECHA                      PIC 9(08).
           05 EXC-HORA                       PIC 9(06).
           05 EXC-CODIGO                     PIC X(03).
           05 EXC-TIPO                       PIC X(03).
           05 EXC-IMPORTE                    PIC S9(13)V9(04).
           05 EXC-SALDO-RESULTANTE           PIC S9(13)V9(04).
           05 EXC-LIMITE                     PIC 9(13)V9(04).
           05 EXC-EXCESO                     PIC 9(13)V9(04).
           05 EXC-VENCIMIENTO                PIC 9(08).
           05 EXC-OFICIAL                    PIC X(08).
           05 EXC-MOTIVO                     PIC X(01).
             88 EXC-POR-LIMITE                   VALUE "L".
             88 EXC-POR-BLOQUEO                  VALUE "B".
           05 EXC-NOMBRE                     PIC X(30).


       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-CLIENTE             PIC X(10).
           05 SRT-FECHA               PIC 9(08).
           05 SRT-HORA                PIC 9(06).
           05 SRT-SUCURSAL-MOV        PIC 9(06).
           05 SRT-TIPO                PIC X(03).
           05 SRT-IMPORTE             PIC S9(13)V9(04).
           05 SRT-SALDO-RESULTANTE    PIC S9(13)V9(04).
           05 SRT-LIMITE              PIC 9(13)V9(04).
           05 SRT-EXCESO              PIC 9(13)V9(04).
           05 SRT-OFICIAL             PIC X(08).
           05 SRT-MOTIVO              PIC X(01).
             88 SRT-POR-LIMITE            VALUE "L".
             88 SRT-POR-BLOQUEO           VALUE "B".
           05 SRT-NOMBRE              PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-EXCESOS                    PIC X(02).
             88 EXCESOS-OK                       VALUE "00".
             88 EXCESOS-NO-EXISTE                VALUE "35".
             88 EXCESOS-EOF                      VALUE "10".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                       VALUE "00".

       01 WS-FECHA-PROCESO-SISTEMA.
           05 WS-PROCESO-ANIO               PIC 9(04).
           05 WS-PROCESO-MES                PIC 9(02).
           05 WS-PROCESO-DIA                PIC 9(02).

      *--------------------------------------------------
      * ARMADO DE CABECERAS, TITULOS Y COLUMNAS DE DATOS.
      *--------------------------------------------------

       01 WS-CABECERA-PRINCIPAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(35)
                VALUE "DEBITOS OBSERVADOS POR DESCUBIERTO ".
           05 FILLER                       PIC X(14)
                VALUE "- PROCESO DEL ".
           05 WS-CAB-FECHA.
               10 WS-CAB-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-ANIO              PIC 9(04).
           05 FILLER                       PIC X(51) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB-PAGINA                PIC ZZZ9.
           05 FILLER                       PIC X(08) VALUE SPACES.

       01 WS-CAB-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 WS-CAB-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(114) VALUE SPACES.

       01 WS-CAB-REFERENCIA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(41)
                VALUE "MOTIVO (M): L = DEBITO SOBRE EL LIMITE   ".
           05 FILLER                       PIC X(20)
                VALUE "B = CUENTA BLOQUEADA".
           05 FILLER                       PIC X(69) VALUE SPACES.

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE "CLIENTE".
           05 FILLER                       PIC X(17) VALUE "NOMBRE".
           05 FILLER                       PIC X(07) VALUE "SUC.".
           05 FILLER                       PIC X(04) VALUE "TIP".
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "IMPORTE".
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "SALDO FINAL".
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "LIMITE".
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "EXCESO".
           05 FILLER                       PIC X(02) VALUE "M".
           05 FILLER                       PIC X(11) VALUE "OFICIAL".

       01 WS-DETALLE-EXCESO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-NOMBRE                PIC X(16).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-SUCURSAL-MOV          PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO                  PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-IMPORTE               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-LIMITE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-EXCESO                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO                PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-OFICIAL               PIC X(08).
           05 FILLER                       PIC X(03) VALUE SPACES.

       01 WS-LINEA-TOTAL-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "TOTAL SUCURSAL ".
           05 WS-TOT-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "DEBITOS: ".
           05 WS-TOT-SUC-CANT              PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "POR LIMITE: ".
           05 WS-TOT-SUC-LIMITE            PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
                VALUE "POR BLOQUEO: ".
           05 WS-TOT-SUC-BLOQUEO           PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "EXCESO: ".
           05 WS-TOT-SUC-EXCESO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(20) VALUE SPACES.

       01 WS-LINEA-TOTAL-GENERAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(21)
                VALUE "TOTAL GENERAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "DEBITOS: ".
           05 WS-TOT-GEN-CANT              PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "POR LIMITE: ".
           05 WS-TOT-GEN-LIMITE            PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
                VALUE "POR BLOQUEO: ".
           05 WS-TOT-GEN-BLOQUEO           PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "EXCESO: ".
           05 WS-TOT-GEN-EXCESO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(20) VALUE SPACES.

       01 WS-LINEA-SIN-EXCESOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "SIN DEBITOS OBSERVADOS EN EL PROCESO".
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTROL DE SALTO DE PAGINA Y CORTE POR SUCURSAL
      *--------------------------><--------><---------------------------
       01 WS-MAX-LINEAS-PAGINA             PIC 9(04) VALUE 0055.
       01 WS-CONT-LINEAS-PAGINA            PIC 9(04) VALUE ZERO.
       01 WS-NUM-PAGINA                    PIC 9(04) VALUE ZERO.

       01 WS-SUCURSAL-ANTERIOR             PIC 9(06) VALUE ZERO.

       01 WS-SW-PRIMER-REGISTRO            PIC X(01) VALUE "S".
         88 PRIMER-REGISTRO                    VALUE "S".

       01 WS-SW-FIN-ORDENADO               PIC X(01) VALUE "N".
         88 FIN-ORDENADO                       VALUE "S".

       01 WS-CANT-SUCURSAL                 PIC 9(07) VALUE ZERO.
       01 WS-LIMITE-SUCURSAL               PIC 9(07) VALUE ZERO.
       01 WS-BLOQUEO-SUCURSAL              PIC 9(07) VALUE ZERO.
       01 WS-EXCESO-SUCURSAL               PIC 9(13)V9(04) VALUE ZERO.
       01 WS-CANT-GENERAL                  PIC 9(07) VALUE ZERO.
       01 WS-LIMITE-GENERAL                PIC 9(07) VALUE ZERO.
       01 WS-BLOQUEO-GENERAL               PIC 9(07) VALUE ZERO.
       01 WS-EXCESO-GENERAL                PIC 9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-LEIDOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-SUCURSALES               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-EDITADO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.

       00000-INFORME-EXCESOS.

           ACCEPT WS-FECHA-PROCESO-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-PROCESO-ANIO TO WS-CAB-ANIO
           MOVE WS-PROCESO-MES  TO WS-CAB-MES
           MOVE WS-PROCESO-DIA  TO WS-CAB-DIA

           PERFORM 00010-ABRIR-ARCHIVOS

           SORT ORDENADO
      * EL INFORME SALE POR SUCURSAL DE RADICACION DEL CLIENTE Y,
      * DENTRO DE CADA SUCURSAL, POR CLIENTE EN ORDEN CRONOLOGICO
           ON ASCENDING KEY SRT-SUCURSAL
                            SRT-CLIENTE
                            SRT-FECHA
                            SRT-HORA

           INPUT PROCEDURE 00020-CARGAR-EXCESOS

           OUTPUT PROCEDURE 00040-LISTAR-EXCESOS

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE EXCESOS INFORME

           MOVE WS-EXCESO-GENERAL TO WS-TOTAL-EDITADO
           DISPLAY "DEBITOS OBSERVADOS LEIDOS   : " WS-CONT-LEIDOS
           DISPLAY "  SOBRE EL LIMITE           : " WS-LIMITE-GENERAL
           DISPLAY "  EN CUENTAS BLOQUEADAS     : " WS-BLOQUEO-GENERAL
           DISPLAY "SUCURSALES LISTADAS         : " WS-CONT-SUCURSALES
           DISPLAY "EXCESO TOTAL SOBRE LIMITES  : " WS-TOTAL-EDITADO

           GOBACK.

      *--------------------------><--------><---------------------------

      * ABRE EL ARCHIVO DE DEBITOS OBSERVADOS Y EL INFORME. SIN EL
      * ARCHIVO DEL LISTADOR DIARIO NO HAY NADA QUE INFORMAR Y LA
      * CORRIDA TERMINA CON ERROR

       00010-ABRIR-ARCHIVOS.

           OPEN INPUT EXCESOS

           IF NOT EXCESOS-OK
               DISPLAY "SIN ARCHIVO DE DEBITOS OBSERVADOS, FS: "
                       FS-EXCESOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INFORME

           .

      *--------------------------><--------><---------------------------

      * LIBERA AL SORT CADA DEBITO OBSERVADO

       00020-CARGAR-EXCESOS.

           PERFORM UNTIL EXCESOS-EOF
               READ EXCESOS
               AT END
                   SET EXCESOS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE EXC-SUCURSAL         TO SRT-SUCURSAL
                   MOVE EXC-CLIENTE          TO SRT-CLIENTE
                   MOVE EXC-FECHA            TO SRT-FECHA
                   MOVE EXC-HORA             TO SRT-HORA
                   MOVE EXC-SUCURSAL-MOV     TO SRT-SUCURSAL-MOV
                   MOVE EXC-TIPO             TO SRT-TIPO
                   MOVE EXC-IMPORTE          TO SRT-IMPORTE
                   MOVE EXC-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE
                   MOVE EXC-LIMITE           TO SRT-LIMITE
                   MOVE EXC-EXCESO           TO SRT-EXCESO
                   MOVE EXC-OFICIAL          TO SRT-OFICIAL
                   MOVE EXC-MOTIVO           TO SRT-MOTIVO
                   MOVE EXC-NOMBRE           TO SRT-NOMBRE
                   RELEASE REG-ORDENADO
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * RECIBE LOS DEBITOS ORDENADOS E IMPRIME EL INFORME CON CORTE
      * POR SUCURSAL Y TOTAL GENERAL

       00040-LISTAR-EXCESOS.

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           PERFORM UNTIL FIN-ORDENADO

           IF PRIMER-REGISTRO
               MOVE "N" TO WS-SW-PRIMER-REGISTRO
               PERFORM 00041-ABRIR-SUCURSAL
           END-IF

           IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
               PERFORM 00042-CERRAR-SUCURSAL
               PERFORM 00041-ABRIR-SUCURSAL
           END-IF

           PERFORM 00043-IMPRIMIR-DETALLE

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           END-PERFORM

           IF PRIMER-REGISTRO
               PERFORM 00044-IMPRIMIR-ENCABEZADO
               WRITE REG-INFORME FROM WS-LINEA-SIN-EXCESOS
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 00042-CERRAR-SUCURSAL
           END-IF

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-CANT-GENERAL    TO WS-TOT-GEN-CANT
           MOVE WS-LIMITE-GENERAL  TO WS-TOT-GEN-LIMITE
           MOVE WS-BLOQUEO-GENERAL TO WS-TOT-GEN-BLOQUEO
           MOVE WS-EXCESO-GENERAL  TO WS-TOT-GEN-EXCESO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-GENERAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ABRE EL CORTE DE LA SUCURSAL: REINICIA SUS ACUMULADORES Y
      * ARRANCA PAGINA NUEVA CON SU CABECERA

       00041-ABRIR-SUCURSAL.

           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
           MOVE ZERO         TO WS-CANT-SUCURSAL
           MOVE ZERO         TO WS-LIMITE-SUCURSAL
           MOVE ZERO         TO WS-BLOQUEO-SUCURSAL
           MOVE ZERO         TO WS-EXCESO-SUCURSAL

           ADD 1 TO WS-CONT-SUCURSALES

           PERFORM 00044-IMPRIMIR-ENCABEZADO

           .

      *--------------------------><--------><---------------------------

      * CIERRA EL CORTE DE LA SUCURSAL CON SUS CANTIDADES POR MOTIVO
      * Y EL EXCESO TOTAL SOBRE LOS LIMITES AUTORIZADOS

       00042-CERRAR-SUCURSAL.

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-SUCURSAL-ANTERIOR TO WS-TOT-SUC-NRO
           MOVE WS-CANT-SUCURSAL     TO WS-TOT-SUC-CANT
           MOVE WS-LIMITE-SUCURSAL   TO WS-TOT-SUC-LIMITE
           MOVE WS-BLOQUEO-SUCURSAL  TO WS-TOT-SUC-BLOQUEO
           MOVE WS-EXCESO-SUCURSAL   TO WS-TOT-SUC-EXCESO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SUCURSAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA LINEA DEL DEBITO OBSERVADO Y ACUMULA LOS TOTALES

       00043-IMPRIMIR-DETALLE.

           MOVE SRT-CLIENTE          TO WS-DET-CLIENTE
           MOVE SRT-NOMBRE           TO WS-DET-NOMBRE
           MOVE SRT-SUCURSAL-MOV     TO WS-DET-SUCURSAL-MOV
           MOVE SRT-TIPO             TO WS-DET-TIPO
           MOVE SRT-IMPORTE          TO WS-DET-IMPORTE
           MOVE SRT-SALDO-RESULTANTE TO WS-DET-SALDO
           MOVE SRT-LIMITE           TO WS-DET-LIMITE
           MOVE SRT-EXCESO           TO WS-DET-EXCESO
           MOVE SRT-MOTIVO           TO WS-DET-MOTIVO
           MOVE SRT-OFICIAL          TO WS-DET-OFICIAL

           WRITE REG-INFORME FROM WS-DETALLE-EXCESO
           AFTER ADVANCING 1 LINE

           ADD 1 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00044-IMPRIMIR-ENCABEZADO
           END-IF

           ADD 1          TO WS-CANT-SUCURSAL
           ADD 1          TO WS-CANT-GENERAL
           ADD SRT-EXCESO TO WS-EXCESO-SUCURSAL
           ADD SRT-EXCESO TO WS-EXCESO-GENERAL

           IF SRT-POR-BLOQUEO
               ADD 1 TO WS-BLOQUEO-SUCURSAL
               ADD 1 TO WS-BLOQUEO-GENERAL
           ELSE
               ADD 1 TO WS-LIMITE-SUCURSAL
               ADD 1 TO WS-LIMITE-GENERAL
           END-IF

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA CABECERA DE LA PAGINA CON LA SUCURSAL EN CURSO

       00044-IMPRIMIR-ENCABEZADO.

           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA
           MOVE ZERO TO WS-CONT-LINEAS-PAGINA

           WRITE REG-INFORME FROM WS-CABECERA-PRINCIPAL
           AFTER ADVANCING PAGE

           MOVE WS-SUCURSAL-ANTERIOR TO WS-CAB-SUC-NRO
           WRITE REG-INFORME FROM WS-CAB-SUCURSAL
           AFTER ADVANCING 2 LINES

           WRITE REG-INFORME FROM WS-CAB-REFERENCIA
           AFTER ADVANCING 1 LINE

           WRITE REG-INFORME FROM WS-COLUMNAS
           AFTER ADVANCING 2 LINES

           .

       END PROGRAM CCCACT19.

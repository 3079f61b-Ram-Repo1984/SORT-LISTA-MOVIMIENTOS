       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT20.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * PATAS DE TRANSFERENCIA QUE EL LISTADOR DIARIO NO PUDO APAREAR:
      * LAS QUE SIGUEN RETENIDAS ESPERANDO LA CONTRAPARTIDA Y LAS QUE
      * CUMPLIERON LOS DIAS DE ESPERA Y PASARON A EXCEPCIONES
           SELECT TRFSINPAR ASSIGN TO "TRF-SIN-PAR.TXT"
           FILE STATUS IS FS-TRFSINPAR.

           SELECT INFORME ASSIGN TO "INFORME-TRANSFERENCIAS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD TRFSINPAR
          RECORDING MODE F.
       01 REG-TRFSINPAR.
           05 TSP-REFERENCIA                 PIC X(20).
           05 TSP-CLIENTE                    PIC X(10).
           05 TSP-SUCURSAL                   PIC 9(06).
           05 TSP-FECHA                      PIC 9(08).
           05 TSP-HORA                       PIC 9(06).
           05 TSP-CODIGO                     PIC X(03).
           05 TSP-IMPORTE                    PIC S9(12)V9(04).
           05 TSP-MONEDA                     PIC X(03).
           05 TSP-FECHA-RETENCION            PIC 9(08).
           05 TSP-DIAS-RETENIDA              PIC 9(05).
           05 TSP-MOTIVO                     PIC X(01).
             88 TSP-SIN-CONTRAPARTIDA            VALUE "S".
             88 TSP-NO-COMPENSA                  VALUE "N".
             88 TSP-MAS-DE-DOS-PATAS             VALUE "M".
           05 TSP-ESTADO                     PIC X(01).
             88 TSP-RETENIDA                     VALUE "P".
             88 TSP-ESCALADA                     VALUE "E".
           05 TSP-NOMBRE                     PIC X(30).


       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-REFERENCIA          PIC X(20).
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-FECHA.
               10 SRT-ANIO            PIC 9(04).
               10 SRT-MES             PIC 9(02).
               10 SRT-DIA             PIC 9(02).
           05 SRT-HORA                PIC 9(06).
           05 SRT-CLIENTE             PIC X(10).
           05 SRT-CODIGO              PIC X(03).
           05 SRT-IMPORTE             PIC S9(12)V9(04).
           05 SRT-MONEDA              PIC X(03).
           05 SRT-FECHA-RETENCION.
               10 SRT-RET-ANIO        PIC 9(04).
               10 SRT-RET-MES         PIC 9(02).
               10 SRT-RET-DIA         PIC 9(02).
           05 SRT-DIAS-RETENIDA       PIC 9(05).
           05 SRT-MOTIVO              PIC X(01).
             88 SRT-SIN-CONTRAPARTIDA     VALUE "S".
             88 SRT-NO-COMPENSA           VALUE "N".
             88 SRT-MAS-DE-DOS-PATAS      VALUE "M".
           05 SRT-ESTADO              PIC X(01).
             88 SRT-RETENIDA              VALUE "P".
             88 SRT-ESCALADA              VALUE "E".
           05 SRT-NOMBRE              PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-TRFSINPAR                  PIC X(02).
             88 TRFSINPAR-OK                     VALUE "00".
             88 TRFSINPAR-NO-EXISTE              VALUE "35".
             88 TRFSINPAR-EOF                    VALUE "10".
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
           05 FILLER                       PIC X(28)
                VALUE "TRANSFERENCIAS SIN APAREAR ".
           05 FILLER                       PIC X(14)
                VALUE "- PROCESO DEL ".
           05 WS-CAB-FECHA.
               10 WS-CAB-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-ANIO              PIC 9(04).
           05 FILLER                       PIC X(58) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB-PAGINA                PIC ZZZ9.
           05 FILLER                       PIC X(08) VALUE SPACES.

       01 WS-CAB-REFERENCIA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(35)
                VALUE "MOTIVO (M): S = SIN CONTRAPARTIDA  ".
           05 FILLER                       PIC X(37)
                VALUE "N = NO COMPENSA  M = MAS DE DOS PATAS".
           05 FILLER                       PIC X(58) VALUE SPACES.

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE "CLIENTE".
           05 FILLER                       PIC X(17) VALUE "NOMBRE".
           05 FILLER                       PIC X(07) VALUE "SUC.".
           05 FILLER                       PIC X(11) VALUE "FECHA".
           05 FILLER                       PIC X(07) VALUE "HORA".
           05 FILLER                       PIC X(04) VALUE "COD".
           05 FILLER                       PIC X(04) VALUE "MON".
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "IMPORTE".
           05 FILLER                       PIC X(11) VALUE "RETENIDA".
           05 FILLER                       PIC X(06) VALUE "DIAS".
           05 FILLER                       PIC X(02) VALUE "M".
           05 FILLER                       PIC X(12) VALUE "ESTADO".
           05 FILLER                       PIC X(18) VALUE SPACES.

       01 WS-LINEA-REFERENCIA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "REFERENCIA: ".
           05 WS-REF-REFERENCIA            PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "MOTIVO: ".
           05 WS-REF-MOTIVO                PIC X(20).
           05 FILLER                       PIC X(68) VALUE SPACES.

       01 WS-DETALLE-PATA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-NOMBRE                PIC X(16).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-SUCURSAL              PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-FECHA.
               10 WS-DET-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-ANIO              PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-HORA                  PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-CODIGO                PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-MONEDA                PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-IMPORTE               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-RETENCION.
               10 WS-DET-RET-DIA           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-RET-MES           PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-RET-ANIO          PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO                PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-ESTADO                PIC X(12).
           05 FILLER                       PIC X(18) VALUE SPACES.

       01 WS-LINEA-TOTAL-GENERAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(21)
                VALUE "TOTAL GENERAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
                VALUE "REFERENCIAS: ".
           05 WS-TOT-GEN-REFERENCIAS       PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "PATAS: ".
           05 WS-TOT-GEN-PATAS             PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "RETENIDAS: ".
           05 WS-TOT-GEN-RETENIDAS         PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "A EXCEPCIONES: ".
           05 WS-TOT-GEN-ESCALADAS         PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(27) VALUE SPACES.

       01 WS-LINEA-SIN-TRANSFERENCIAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "SIN TRANSFERENCIAS PENDIENTES DE APAREO".
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTROL DE SALTO DE PAGINA Y CORTE POR REFERENCIA
      *--------------------------><--------><---------------------------
       01 WS-MAX-LINEAS-PAGINA             PIC 9(04) VALUE 0055.
       01 WS-CONT-LINEAS-PAGINA            PIC 9(04) VALUE ZERO.
       01 WS-NUM-PAGINA                    PIC 9(04) VALUE ZERO.

       01 WS-REFERENCIA-ANTERIOR           PIC X(20) VALUE SPACES.

       01 WS-SW-PRIMER-REGISTRO            PIC X(01) VALUE "S".
         88 PRIMER-REGISTRO                    VALUE "S".

       01 WS-SW-FIN-ORDENADO               PIC X(01) VALUE "N".
         88 FIN-ORDENADO                       VALUE "S".

       01 WS-CANT-REFERENCIAS              PIC 9(07) VALUE ZERO.
       01 WS-CANT-PATAS                    PIC 9(07) VALUE ZERO.
       01 WS-CANT-RETENIDAS                PIC 9(07) VALUE ZERO.
       01 WS-CANT-ESCALADAS                PIC 9(07) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-INFORME-TRANSFERENCIAS.

           ACCEPT WS-FECHA-PROCESO-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-PROCESO-ANIO TO WS-CAB-ANIO
           MOVE WS-PROCESO-MES  TO WS-CAB-MES
           MOVE WS-PROCESO-DIA  TO WS-CAB-DIA

           PERFORM 00010-ABRIR-ARCHIVOS

           SORT ORDENADO
      * LAS PATAS DE UNA MISMA TRANSFERENCIA SALEN JUNTAS, AUNQUE LAS
      * HAYAN ENVIADO SUCURSALES DISTINTAS, EN ORDEN CRONOLOGICO
           ON ASCENDING KEY SRT-REFERENCIA
                            SRT-SUCURSAL
                            SRT-FECHA
                            SRT-HORA

           INPUT PROCEDURE 00020-CARGAR-TRANSFERENCIAS

           OUTPUT PROCEDURE 00040-LISTAR-TRANSFERENCIAS

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE TRFSINPAR INFORME

           DISPLAY "PATAS DE TRANSFERENCIA LEIDAS: " WS-CANT-PATAS
           DISPLAY "  RETENIDAS                  : " WS-CANT-RETENIDAS
           DISPLAY "  PASADAS A EXCEPCIONES      : " WS-CANT-ESCALADAS
           DISPLAY "REFERENCIAS LISTADAS         : " WS-CANT-REFERENCIAS

           GOBACK.

      *--------------------------><--------><---------------------------

      * ABRE EL ARCHIVO DE TRANSFERENCIAS SIN PAR Y EL INFORME. SIN EL
      * ARCHIVO DEL LISTADOR DIARIO NO HAY NADA QUE INFORMAR Y LA
      * CORRIDA TERMINA CON ERROR

       00010-ABRIR-ARCHIVOS.

           OPEN INPUT TRFSINPAR

           IF NOT TRFSINPAR-OK
               DISPLAY "SIN ARCHIVO DE TRANSFERENCIAS SIN PAR, FS: "
                       FS-TRFSINPAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INFORME

           .

      *--------------------------><--------><---------------------------

      * LIBERA AL SORT CADA PATA NO APAREADA

       00020-CARGAR-TRANSFERENCIAS.

           PERFORM UNTIL TRFSINPAR-EOF
               READ TRFSINPAR
               AT END
                   SET TRFSINPAR-EOF TO TRUE
               NOT AT END
                   MOVE TSP-REFERENCIA       TO SRT-REFERENCIA
                   MOVE TSP-SUCURSAL         TO SRT-SUCURSAL
                   MOVE TSP-FECHA            TO SRT-FECHA
                   MOVE TSP-HORA             TO SRT-HORA
                   MOVE TSP-CLIENTE          TO SRT-CLIENTE
                   MOVE TSP-CODIGO           TO SRT-CODIGO
                   MOVE TSP-IMPORTE          TO SRT-IMPORTE
                   MOVE TSP-MONEDA           TO SRT-MONEDA
                   MOVE TSP-FECHA-RETENCION  TO SRT-FECHA-RETENCION
                   MOVE TSP-DIAS-RETENIDA    TO SRT-DIAS-RETENIDA
                   MOVE TSP-MOTIVO           TO SRT-MOTIVO
                   MOVE TSP-ESTADO           TO SRT-ESTADO
                   MOVE TSP-NOMBRE           TO SRT-NOMBRE
                   RELEASE REG-ORDENADO
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * RECIBE LAS PATAS ORDENADAS E IMPRIME EL INFORME CON UN TITULO
      * POR REFERENCIA Y TOTAL GENERAL

       00040-LISTAR-TRANSFERENCIAS.

           PERFORM 00044-IMPRIMIR-ENCABEZADO

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           PERFORM UNTIL FIN-ORDENADO

           IF PRIMER-REGISTRO
              OR SRT-REFERENCIA NOT = WS-REFERENCIA-ANTERIOR
               MOVE "N" TO WS-SW-PRIMER-REGISTRO
               PERFORM 00041-ABRIR-REFERENCIA
           END-IF

           PERFORM 00043-IMPRIMIR-DETALLE

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           END-PERFORM

           IF PRIMER-REGISTRO
               WRITE REG-INFORME FROM WS-LINEA-SIN-TRANSFERENCIAS
               AFTER ADVANCING 2 LINES
           END-IF

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-CANT-REFERENCIAS TO WS-TOT-GEN-REFERENCIAS
           MOVE WS-CANT-PATAS       TO WS-TOT-GEN-PATAS
           MOVE WS-CANT-RETENIDAS   TO WS-TOT-GEN-RETENIDAS
           MOVE WS-CANT-ESCALADAS   TO WS-TOT-GEN-ESCALADAS
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-GENERAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ABRE EL GRUPO DE UNA REFERENCIA CON SU TITULO Y EL MOTIVO POR
      * EL QUE NO SE APAREO, COMUN A TODAS SUS PATAS

       00041-ABRIR-REFERENCIA.

           MOVE SRT-REFERENCIA TO WS-REFERENCIA-ANTERIOR

           ADD 1 TO WS-CANT-REFERENCIAS

           EVALUATE TRUE
               WHEN SRT-SIN-CONTRAPARTIDA
                   MOVE "SIN CONTRAPARTIDA"   TO WS-REF-MOTIVO
               WHEN SRT-MAS-DE-DOS-PATAS
                   MOVE "MAS DE DOS PATAS"    TO WS-REF-MOTIVO
               WHEN OTHER
                   MOVE "NO COMPENSA"         TO WS-REF-MOTIVO
           END-EVALUATE

           MOVE SRT-REFERENCIA TO WS-REF-REFERENCIA

           WRITE REG-INFORME FROM WS-LINEA-REFERENCIA
           AFTER ADVANCING 2 LINES

           ADD 2 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00044-IMPRIMIR-ENCABEZADO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA LINEA DE LA PATA Y ACUMULA LOS TOTALES

       00043-IMPRIMIR-DETALLE.

           MOVE SRT-CLIENTE          TO WS-DET-CLIENTE
           MOVE SRT-NOMBRE           TO WS-DET-NOMBRE
           MOVE SRT-SUCURSAL         TO WS-DET-SUCURSAL
           MOVE SRT-DIA              TO WS-DET-DIA
           MOVE SRT-MES              TO WS-DET-MES
           MOVE SRT-ANIO             TO WS-DET-ANIO
           MOVE SRT-HORA             TO WS-DET-HORA
           MOVE SRT-CODIGO           TO WS-DET-CODIGO
           MOVE SRT-MONEDA           TO WS-DET-MONEDA
           MOVE SRT-IMPORTE          TO WS-DET-IMPORTE
           MOVE SRT-RET-DIA          TO WS-DET-RET-DIA
           MOVE SRT-RET-MES          TO WS-DET-RET-MES
           MOVE SRT-RET-ANIO         TO WS-DET-RET-ANIO
           MOVE SRT-DIAS-RETENIDA    TO WS-DET-DIAS
           MOVE SRT-MOTIVO           TO WS-DET-MOTIVO

           ADD 1 TO WS-CANT-PATAS

           IF SRT-ESCALADA
               MOVE "A EXCEPCION" TO WS-DET-ESTADO
               ADD 1 TO WS-CANT-ESCALADAS
           ELSE
               MOVE "RETENIDA"    TO WS-DET-ESTADO
               ADD 1 TO WS-CANT-RETENIDAS
           END-IF

           WRITE REG-INFORME FROM WS-DETALLE-PATA
           AFTER ADVANCING 1 LINE

           ADD 1 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00044-IMPRIMIR-ENCABEZADO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA CABECERA DE LA PAGINA

       00044-IMPRIMIR-ENCABEZADO.

           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA
           MOVE ZERO TO WS-CONT-LINEAS-PAGINA

           WRITE REG-INFORME FROM WS-CABECERA-PRINCIPAL
           AFTER ADVANCING PAGE

           WRITE REG-INFORME FROM WS-CAB-REFERENCIA
           AFTER ADVANCING 2 LINES

           WRITE REG-INFORME FROM WS-COLUMNAS
           AFTER ADVANCING 2 LINES

           .

       END PROGRAM CCCACT20.

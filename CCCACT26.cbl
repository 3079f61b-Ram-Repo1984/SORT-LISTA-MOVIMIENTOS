       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * COMISIONES GENERADAS Y REVERTIDAS POR EL TARIFARIO EN LA
      * CORRIDA DEL LISTADOR DIARIO
           SELECT COMISIONES ASSIGN TO "COMISIONES-TARIFA.TXT"
           FILE STATUS IS FS-COMISIONES.

           SELECT INFORME ASSIGN TO "INFORME-COMISIONES.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD COMISIONES
          RECORDING MODE F.
       01 REG-COMISION.
           05 CMS-SUCURSAL                   PIC 9(06).
           05 CMS-CODIGO                     PIC X(03).
           05 CMS-TIPO                       PIC X(03).
           05 CMS-CODIGO-COMISION            PIC X(03).
           05 CMS-CLIENTE                    PIC X(10).
           05 CMS-FECHA                      PIC 9(08).
           05 CMS-HORA                       PIC 9(06).
           05 CMS-IMPORTE-BASE               PIC S9(13)V9(04).
           05 CMS-COMISION                   PIC S9(13)V9(04).
           05 CMS-MARCA                      PIC X(01).
             88 CMS-GENERADA                     VALUE "G".
             88 CMS-REVERTIDA                    VALUE "R".
           05 CMS-DESCRIPCION                PIC X(30).


       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(132).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-LINEA.
               10 SRT-CODIGO          PIC X(03).
               10 SRT-TIPO            PIC X(03).
               10 SRT-CODIGO-COMISION PIC X(03).
           05 SRT-COMISION            PIC S9(13)V9(04).
           05 SRT-MARCA               PIC X(01).
             88 SRT-GENERADA              VALUE "G".
             88 SRT-REVERTIDA             VALUE "R".
           05 SRT-DESCRIPCION         PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-COMISIONES                 PIC X(02).
             88 COMISIONES-OK                    VALUE "00".
             88 COMISIONES-NO-EXISTE             VALUE "35".
             88 COMISIONES-EOF                   VALUE "10".
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
                VALUE "INGRESOS POR COMISIONES DE TARIFA  ".
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
           05 FILLER                       PIC X(43)
                VALUE "LINEA DE TARIFA: CODIGO Y TIPO DEL MOVIMIEN".
           05 FILLER                       PIC X(43)
                VALUE "TO TARIFADO Y CODIGO DE LA COMISION COBRADA".
           05 FILLER                       PIC X(44) VALUE SPACES.

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "COD.".
           05 FILLER                       PIC X(06) VALUE "TIPO".
           05 FILLER                       PIC X(07) VALUE "COMIS.".
           05 FILLER                       PIC X(26)
                VALUE "DESCRIPCION".
           05 FILLER                       PIC X(08) VALUE " GENER.".
           05 FILLER                       PIC X(19)
                VALUE "  IMPORTE GENERADO".
           05 FILLER                       PIC X(08) VALUE "REVERT.".
           05 FILLER                       PIC X(20)
                VALUE "  IMPORTE REVERTIDO".
           05 FILLER                       PIC X(19)
                VALUE "       IMPORTE NETO".
           05 FILLER                       PIC X(11) VALUE SPACES.

       01 WS-DETALLE-LINEA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CODIGO                PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-TIPO                  PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-CODIGO-COMISION       PIC X(03).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DET-DESCRIPCION           PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-CANT-GEN              PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-IMPORTE-GEN           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-CANT-REV              PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-IMPORTE-REV           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-NETO                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(11) VALUE SPACES.

       01 WS-LINEA-TOTAL-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "TOTAL SUCURSAL ".
           05 WS-TOT-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "GENERADAS: ".
           05 WS-TOT-SUC-CANT-GEN          PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-TOT-SUC-IMPORTE-GEN       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "REVERTIDAS: ".
           05 WS-TOT-SUC-CANT-REV          PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-TOT-SUC-IMPORTE-REV       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "NETO: ".
           05 WS-TOT-SUC-NETO              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.

       01 WS-LINEA-TOTAL-GENERAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(21)
                VALUE "TOTAL GENERAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "GENERADAS: ".
           05 WS-TOT-GEN-CANT-GEN          PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-TOT-GEN-IMPORTE-GEN       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "REVERTIDAS: ".
           05 WS-TOT-GEN-CANT-REV          PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-TOT-GEN-IMPORTE-REV       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "NETO: ".
           05 WS-TOT-GEN-NETO              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03) VALUE SPACES.

       01 WS-LINEA-SIN-COMISIONES.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "SIN COMISIONES DE TARIFA EN EL PROCESO".
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(132) VALUE ALL "-".

      *--------------------------><--------><---------------------------
      *  CONTROL DE SALTO DE PAGINA Y CORTES POR SUCURSAL Y POR LINEA
      *  DE TARIFA
      *--------------------------><--------><---------------------------
       01 WS-MAX-LINEAS-PAGINA             PIC 9(04) VALUE 0055.
       01 WS-CONT-LINEAS-PAGINA            PIC 9(04) VALUE ZERO.
       01 WS-NUM-PAGINA                    PIC 9(04) VALUE ZERO.

       01 WS-SUCURSAL-ANTERIOR             PIC 9(06) VALUE ZERO.

       01 WS-LINEA-ANTERIOR.
           05 WS-ANT-CODIGO                PIC X(03).
           05 WS-ANT-TIPO                  PIC X(03).
           05 WS-ANT-CODIGO-COMISION       PIC X(03).

       01 WS-DESCRIPCION-LINEA             PIC X(30) VALUE SPACES.

       01 WS-SW-PRIMER-REGISTRO            PIC X(01) VALUE "S".
         88 PRIMER-REGISTRO                    VALUE "S".

       01 WS-SW-FIN-ORDENADO               PIC X(01) VALUE "N".
         88 FIN-ORDENADO                       VALUE "S".

       01 WS-CANT-GEN-LINEA                PIC 9(07) VALUE ZERO.
       01 WS-CANT-REV-LINEA                PIC 9(07) VALUE ZERO.
       01 WS-IMPORTE-GEN-LINEA             PIC 9(13)V9(04) VALUE ZERO.
       01 WS-IMPORTE-REV-LINEA             PIC 9(13)V9(04) VALUE ZERO.
       01 WS-CANT-GEN-SUCURSAL             PIC 9(07) VALUE ZERO.
       01 WS-CANT-REV-SUCURSAL             PIC 9(07) VALUE ZERO.
       01 WS-IMPORTE-GEN-SUCURSAL          PIC 9(13)V9(04) VALUE ZERO.
       01 WS-IMPORTE-REV-SUCURSAL          PIC 9(13)V9(04) VALUE ZERO.
       01 WS-CANT-GEN-GENERAL              PIC 9(07) VALUE ZERO.
       01 WS-CANT-REV-GENERAL              PIC 9(07) VALUE ZERO.
       01 WS-IMPORTE-GEN-GENERAL           PIC 9(13)V9(04) VALUE ZERO.
       01 WS-IMPORTE-REV-GENERAL           PIC 9(13)V9(04) VALUE ZERO.

       01 WS-NETO                          PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-LEIDOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-SUCURSALES               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-EDITADO                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.

       00000-INFORME-COMISIONES.

           ACCEPT WS-FECHA-PROCESO-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-PROCESO-ANIO TO WS-CAB-ANIO
           MOVE WS-PROCESO-MES  TO WS-CAB-MES
           MOVE WS-PROCESO-DIA  TO WS-CAB-DIA

           PERFORM 00010-ABRIR-ARCHIVOS

           SORT ORDENADO
      * EL INFORME SALE POR SUCURSAL DONDE SE CURSO EL MOVIMIENTO
      * TARIFADO Y, DENTRO DE CADA SUCURSAL, POR LINEA DE TARIFA
           ON ASCENDING KEY SRT-SUCURSAL
                            SRT-CODIGO
                            SRT-TIPO
                            SRT-CODIGO-COMISION

           INPUT PROCEDURE 00020-CARGAR-COMISIONES

           OUTPUT PROCEDURE 00040-LISTAR-COMISIONES

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE COMISIONES INFORME

           COMPUTE WS-NETO = WS-IMPORTE-GEN-GENERAL
                           - WS-IMPORTE-REV-GENERAL
           MOVE WS-NETO TO WS-TOTAL-EDITADO
           DISPLAY "COMISIONES LEIDAS           : " WS-CONT-LEIDOS
           DISPLAY "  GENERADAS                 : " WS-CANT-GEN-GENERAL
           DISPLAY "  REVERTIDAS                : " WS-CANT-REV-GENERAL
           DISPLAY "SUCURSALES LISTADAS         : " WS-CONT-SUCURSALES
           DISPLAY "INGRESO NETO POR COMISIONES : " WS-TOTAL-EDITADO

           GOBACK.

      *--------------------------><--------><---------------------------

      * ABRE EL ARCHIVO DE COMISIONES Y EL INFORME. SIN EL ARCHIVO DEL
      * LISTADOR DIARIO NO HAY NADA QUE INFORMAR Y LA CORRIDA TERMINA
      * CON ERROR

       00010-ABRIR-ARCHIVOS.

           OPEN INPUT COMISIONES

           IF NOT COMISIONES-OK
               DISPLAY "SIN ARCHIVO DE COMISIONES DE TARIFA, FS: "
                       FS-COMISIONES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INFORME

           .

      *--------------------------><--------><---------------------------

      * LIBERA AL SORT CADA COMISION GENERADA O REVERTIDA

       00020-CARGAR-COMISIONES.

           PERFORM UNTIL COMISIONES-EOF
               READ COMISIONES
               AT END
                   SET COMISIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE CMS-SUCURSAL         TO SRT-SUCURSAL
                   MOVE CMS-CODIGO           TO SRT-CODIGO
                   MOVE CMS-TIPO             TO SRT-TIPO
                   MOVE CMS-CODIGO-COMISION  TO SRT-CODIGO-COMISION
                   MOVE CMS-COMISION         TO SRT-COMISION
                   MOVE CMS-MARCA            TO SRT-MARCA
                   MOVE CMS-DESCRIPCION      TO SRT-DESCRIPCION
                   RELEASE REG-ORDENADO
               END-READ
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * RECIBE LAS COMISIONES ORDENADAS E IMPRIME UNA LINEA POR LINEA
      * DE TARIFA, CON CORTE POR SUCURSAL Y TOTAL GENERAL

       00040-LISTAR-COMISIONES.

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           PERFORM UNTIL FIN-ORDENADO

           IF PRIMER-REGISTRO
               MOVE "N" TO WS-SW-PRIMER-REGISTRO
               PERFORM 00041-ABRIR-SUCURSAL
               PERFORM 00045-ABRIR-LINEA
           END-IF

           IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
               PERFORM 00046-CERRAR-LINEA
               PERFORM 00042-CERRAR-SUCURSAL
               PERFORM 00041-ABRIR-SUCURSAL
               PERFORM 00045-ABRIR-LINEA
           ELSE
               IF SRT-LINEA NOT = WS-LINEA-ANTERIOR
                   PERFORM 00046-CERRAR-LINEA
                   PERFORM 00045-ABRIR-LINEA
               END-IF
           END-IF

           PERFORM 00043-ACUMULAR-COMISION

           RETURN ORDENADO
           AT END SET FIN-ORDENADO TO TRUE
           END-RETURN

           END-PERFORM

           IF PRIMER-REGISTRO
               PERFORM 00044-IMPRIMIR-ENCABEZADO
               WRITE REG-INFORME FROM WS-LINEA-SIN-COMISIONES
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 00046-CERRAR-LINEA
               PERFORM 00042-CERRAR-SUCURSAL
           END-IF

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           COMPUTE WS-NETO = WS-IMPORTE-GEN-GENERAL
                           - WS-IMPORTE-REV-GENERAL
           MOVE WS-CANT-GEN-GENERAL    TO WS-TOT-GEN-CANT-GEN
           MOVE WS-IMPORTE-GEN-GENERAL TO WS-TOT-GEN-IMPORTE-GEN
           MOVE WS-CANT-REV-GENERAL    TO WS-TOT-GEN-CANT-REV
           MOVE WS-IMPORTE-REV-GENERAL TO WS-TOT-GEN-IMPORTE-REV
           MOVE WS-NETO                TO WS-TOT-GEN-NETO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-GENERAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ABRE EL CORTE DE LA SUCURSAL: REINICIA SUS ACUMULADORES Y
      * ARRANCA PAGINA NUEVA CON SU CABECERA

       00041-ABRIR-SUCURSAL.

           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
           MOVE ZERO         TO WS-CANT-GEN-SUCURSAL
           MOVE ZERO         TO WS-CANT-REV-SUCURSAL
           MOVE ZERO         TO WS-IMPORTE-GEN-SUCURSAL
           MOVE ZERO         TO WS-IMPORTE-REV-SUCURSAL

           ADD 1 TO WS-CONT-SUCURSALES

           PERFORM 00044-IMPRIMIR-ENCABEZADO

           .

      *--------------------------><--------><---------------------------

      * CIERRA EL CORTE DE LA SUCURSAL CON LAS COMISIONES GENERADAS Y
      * REVERTIDAS Y EL INGRESO NETO

       00042-CERRAR-SUCURSAL.

           WRITE REG-INFORME FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           COMPUTE WS-NETO = WS-IMPORTE-GEN-SUCURSAL
                           - WS-IMPORTE-REV-SUCURSAL
           MOVE WS-SUCURSAL-ANTERIOR    TO WS-TOT-SUC-NRO
           MOVE WS-CANT-GEN-SUCURSAL    TO WS-TOT-SUC-CANT-GEN
           MOVE WS-IMPORTE-GEN-SUCURSAL TO WS-TOT-SUC-IMPORTE-GEN
           MOVE WS-CANT-REV-SUCURSAL    TO WS-TOT-SUC-CANT-REV
           MOVE WS-IMPORTE-REV-SUCURSAL TO WS-TOT-SUC-IMPORTE-REV
           MOVE WS-NETO                 TO WS-TOT-SUC-NETO
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SUCURSAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ACUMULA LA COMISION EN LA LINEA DE TARIFA, LA SUCURSAL Y EL
      * TOTAL GENERAL. LA REVERSION VIENE EN NEGATIVO Y SE ACUMULA POR
      * SU VALOR ABSOLUTO

       00043-ACUMULAR-COMISION.

           IF SRT-REVERTIDA
               ADD 1 TO WS-CANT-REV-LINEA
               ADD 1 TO WS-CANT-REV-SUCURSAL
               ADD 1 TO WS-CANT-REV-GENERAL
               SUBTRACT SRT-COMISION FROM WS-IMPORTE-REV-LINEA
               SUBTRACT SRT-COMISION FROM WS-IMPORTE-REV-SUCURSAL
               SUBTRACT SRT-COMISION FROM WS-IMPORTE-REV-GENERAL
           ELSE
               ADD 1 TO WS-CANT-GEN-LINEA
               ADD 1 TO WS-CANT-GEN-SUCURSAL
               ADD 1 TO WS-CANT-GEN-GENERAL
               ADD SRT-COMISION TO WS-IMPORTE-GEN-LINEA
               ADD SRT-COMISION TO WS-IMPORTE-GEN-SUCURSAL
               ADD SRT-COMISION TO WS-IMPORTE-GEN-GENERAL
               IF WS-DESCRIPCION-LINEA = SPACES
                   MOVE SRT-DESCRIPCION TO WS-DESCRIPCION-LINEA
               END-IF
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

      *--------------------------><--------><---------------------------

      * ABRE EL CORTE DE LA LINEA DE TARIFA Y REINICIA SUS ACUMULADORES

       00045-ABRIR-LINEA.

           MOVE SRT-LINEA TO WS-LINEA-ANTERIOR
           MOVE SPACES    TO WS-DESCRIPCION-LINEA
           MOVE ZERO      TO WS-CANT-GEN-LINEA
           MOVE ZERO      TO WS-CANT-REV-LINEA
           MOVE ZERO      TO WS-IMPORTE-GEN-LINEA
           MOVE ZERO      TO WS-IMPORTE-REV-LINEA

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA LINEA DE TARIFA CON LO GENERADO, LO REVERTIDO Y EL
      * NETO. UNA LINEA CON SOLO REVERSIONES (COMISIONES DE DIAS
      * ANTERIORES) SE IDENTIFICA COMO TAL EN LA DESCRIPCION

       00046-CERRAR-LINEA.

           IF WS-DESCRIPCION-LINEA = SPACES
               MOVE "SOLO REVERSIONES" TO WS-DESCRIPCION-LINEA
           END-IF

           COMPUTE WS-NETO = WS-IMPORTE-GEN-LINEA
                           - WS-IMPORTE-REV-LINEA

           MOVE WS-ANT-CODIGO          TO WS-DET-CODIGO
           MOVE WS-ANT-TIPO            TO WS-DET-TIPO
           MOVE WS-ANT-CODIGO-COMISION TO WS-DET-CODIGO-COMISION
           MOVE WS-DESCRIPCION-LINEA   TO WS-DET-DESCRIPCION
           MOVE WS-CANT-GEN-LINEA      TO WS-DET-CANT-GEN
           MOVE WS-IMPORTE-GEN-LINEA   TO WS-DET-IMPORTE-GEN
           MOVE WS-CANT-REV-LINEA      TO WS-DET-CANT-REV
           MOVE WS-IMPORTE-REV-LINEA   TO WS-DET-IMPORTE-REV
           MOVE WS-NETO                TO WS-DET-NETO

           WRITE REG-INFORME FROM WS-DETALLE-LINEA
           AFTER ADVANCING 1 LINE

           ADD 1 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00044-IMPRIMIR-ENCABEZADO
           END-IF

           .

       END PROGRAM CCCACT26.

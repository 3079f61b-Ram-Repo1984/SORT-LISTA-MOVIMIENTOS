       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT17.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * HISTORIA DIARIA DE SALDOS QUE DEJA EL LISTADOR DIARIO, POR
      * CLIENTE Y FECHA DE PROCESO
           SELECT HISTSALDOS ASSIGN TO "HISTORIA-SALDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS FS-HISTSALDOS.

           SELECT CLIENTES ASSIGN TO "CLIENTES-CCC.TXT"
           FILE STATUS IS FS-CLIENTES.

           SELECT FOTOSALDOS ASSIGN TO "SALDOS-FIN-MES.TXT"
           FILE STATUS IS FS-FOTOSALDOS.

           SELECT ORDENADO ASSIGN TO "SORT".


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
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


       FD FOTOSALDOS
          RECORDING MODE F.
       01 REG-FOTOSALDOS                     PIC X(132).


       SD ORDENADO.

          01 REG-ORDENADO.
           05 SRT-SUCURSAL            PIC 9(06).
           05 SRT-CLIENTE             PIC X(10).
           05 SRT-NOMBRE              PIC X(30).
           05 SRT-ESTADO              PIC X(01).
           05 SRT-FECHA               PIC 9(08).
           05 SRT-SALDO               PIC S9(13)V9(04).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-HISTSALDOS                 PIC X(02).
             88 HISTSALDOS-OK                    VALUE "00".
             88 HISTSALDOS-NO-EXISTE             VALUE "35".
             88 HISTSALDOS-EOF                   VALUE "10".
           05 FS-CLIENTES                   PIC X(02).
             88 CLIENTES-OK                      VALUE "00".
             88 CLIENTES-NO-EXISTE               VALUE "35".
             88 CLIENTES-EOF                     VALUE "10".
           05 FS-FOTOSALDOS                 PIC X(02).
             88 FOTOSALDOS-OK                    VALUE "00".

      *--------------------------><--------><---------------------------
      *  PERIODO DE LA FOTO: SE TOMA DE LA ENTRADA ESTANDAR (AAAAMM) Y,
      *  EN BLANCO, ES EL MES DE LA FECHA DE PROCESO. EL CORTE ES EL
      *  ULTIMO DIA CALENDARIO DEL PERIODO
      *--------------------------><--------><---------------------------
       01 WS-FECHA-PROCESO-SISTEMA.
           05 WS-PROCESO-ANIO               PIC 9(04).
           05 WS-PROCESO-MES                PIC 9(02).
           05 WS-PROCESO-DIA                PIC 9(02).

       01 WS-PERIODO-TXT                    PIC X(06) VALUE SPACES.

       01 WS-PERIODO-CMP.
           05 WS-PERIODO-ANIO               PIC 9(04).
           05 WS-PERIODO-MES                PIC 9(02).
       01 WS-PERIODO REDEFINES WS-PERIODO-CMP
                                            PIC 9(06).

       01 WS-FECHA-SIGUIENTE-CMP.
           05 WS-SIGUIENTE-ANIO             PIC 9(04).
           05 WS-SIGUIENTE-MES              PIC 9(02).
           05 WS-SIGUIENTE-DIA              PIC 9(02).
       01 WS-FECHA-SIGUIENTE REDEFINES WS-FECHA-SIGUIENTE-CMP
                                            PIC 9(08).

       01 WS-FECHA-FOTO                     PIC 9(08) VALUE ZERO.
       01 WS-FECHA-FOTO-INT                 PIC 9(08) VALUE ZERO.

       01 WS-FECHA-AUX                      PIC 9(08) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CIERRE VIGENTE DEL CLIENTE EN CURSO: EL ULTIMO REGISTRO DE SU
      *  HISTORIA CON FECHA NO POSTERIOR AL CORTE
      *--------------------------><--------><---------------------------
       01 WS-CLIENTE-EN-CURSO               PIC X(10) VALUE SPACES.
       01 WS-CIERRE-FECHA                   PIC 9(08) VALUE ZERO.
       01 WS-CIERRE-SALDO                   PIC S9(13)V9(04) VALUE ZERO.

       01 WS-SW-HAY-CIERRE                  PIC X(01) VALUE "N".
         88 HAY-CIERRE                          VALUE "S".

       01 WS-SW-FIN-HISTORIA                PIC X(01) VALUE "N".
         88 FIN-HISTORIA                        VALUE "S".

      *--------------------------><--------><---------------------------
      *  MAESTRO DE CLIENTES (CLIENTES-CCC.TXT), CARGADO EN MEMORIA
      *  PARA TOMAR LA SUCURSAL, EL NOMBRE Y EL ESTADO. LA MARCA DE
      *  FOTO INDICA LOS CLIENTES QUE YA SALIERON DESDE LA HISTORIA;
      *  LOS RESTANTES SE LISTAN CON SALDO CERO
      *--------------------------><--------><---------------------------
       01 WS-CONT-CLI                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-CLI.
           05 WS-CLI-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CLI
                              INDEXED BY WS-IDX-CLI.
               10 WS-CLI-CLIENTE            PIC X(10).
               10 WS-CLI-NOMBRE             PIC X(30).
               10 WS-CLI-SUCURSAL           PIC 9(06).
               10 WS-CLI-ESTADO             PIC X(01).
               10 WS-CLI-EN-FOTO            PIC X(01).

       01 WS-SUB-CLI                        PIC 9(05) VALUE ZERO.

      *--------------------------------------------------
      * ARMADO DE CABECERAS, TITULOS Y COLUMNAS DE DATOS.
      *--------------------------------------------------

       01 WS-CABECERA-PRINCIPAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(46)
                VALUE "SALDOS DE FIN DE MES POR SUCURSAL - CIERRE AL ".
           05 WS-CAB-FECHA.
               10 WS-CAB-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-CAB-ANIO              PIC 9(04).
           05 FILLER                       PIC X(54) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB-PAGINA                PIC ZZZ9.
           05 FILLER                       PIC X(08) VALUE SPACES.

       01 WS-CAB-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 WS-CAB-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(114) VALUE SPACES.

       01 WS-COLUMNAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "CLIENTE".
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "NOMBRE".
           05 FILLER                       PIC X(26) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "ESTADO".
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "ULT. CIERRE".
           05 FILLER                       PIC X(19) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "SALDO".
           05 FILLER                       PIC X(37) VALUE SPACES.

       01 WS-DETALLE-SALDO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-NOMBRE                PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-ESTADO                PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-FECHA.
               10 WS-DET-DIA               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-MES               PIC 9(02).
               10 FILLER                   PIC X(01) VALUE "/".
               10 WS-DET-ANIO              PIC 9(04).
           05 WS-DET-SIN-CIERRE REDEFINES WS-DET-FECHA
                                           PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-SALDO                 PIC $ZZZ.ZZZ.ZZZ.Z99,9999DB.
           05 FILLER                       PIC X(37) VALUE SPACES.

       01 WS-LINEA-TOTAL-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "TOTAL SUCURSAL ".
           05 WS-TOT-SUC-NRO               PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "CLIENTES: ".
           05 WS-TOT-SUC-CANT              PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "SALDO: ".
           05 WS-TOT-SUC-SALDO             PIC $ZZZ.ZZZ.ZZZ.Z99,9999DB.
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-LINEA-TOTAL-GENERAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(21)
                VALUE "TOTAL GENERAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "CLIENTES: ".
           05 WS-TOT-GEN-CANT              PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "SALDO: ".
           05 WS-TOT-GEN-SALDO             PIC $ZZZ.ZZZ.ZZZ.Z99,9999DB.
           05 FILLER                       PIC X(56) VALUE SPACES.

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
       01 WS-SALDO-SUCURSAL                PIC S9(13)V9(04) VALUE ZERO.
       01 WS-CANT-GENERAL                  PIC 9(07) VALUE ZERO.
       01 WS-SALDO-GENERAL                 PIC S9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-HISTORIA                 PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-HISTORIA             PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-MAESTRO              PIC 9(09) VALUE ZERO.
       01 WS-CONT-SUCURSALES               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-EDITADO                 PIC $ZZZ.ZZZ.ZZZ.Z99,9999DB.


       PROCEDURE DIVISION.

       00000-FOTO-SALDOS.

           ACCEPT WS-FECHA-PROCESO-SISTEMA FROM DATE YYYYMMDD

           PERFORM 00010-FIJAR-CORTE

           PERFORM 00020-CARGAR-CLIENTES

           PERFORM 00025-ABRIR-HISTORIA

           SORT ORDENADO
      * LA FOTO SALE POR SUCURSAL Y, DENTRO DE CADA SUCURSAL, POR
      * CODIGO DE CLIENTE
           ON ASCENDING KEY SRT-SUCURSAL
                            SRT-CLIENTE

           INPUT PROCEDURE 00030-CARGAR-FOTO

           OUTPUT PROCEDURE 00040-LISTAR-FOTO

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SORT-RETURN : " SORT-RETURN
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE HISTSALDOS FOTOSALDOS

           MOVE WS-SALDO-GENERAL TO WS-TOTAL-EDITADO
           DISPLAY "FECHA DE CORTE DE LA FOTO   : " WS-FECHA-FOTO
           DISPLAY "REGISTROS DE HISTORIA LEIDOS: " WS-CONT-HISTORIA
           DISPLAY "CLIENTES EN LA FOTO         : " WS-CANT-GENERAL
           DISPLAY "  SIN CIERRE EN LA HISTORIA : " WS-CONT-SIN-HISTORIA
           DISPLAY "  FUERA DEL MAESTRO         : " WS-CONT-SIN-MAESTRO
           DISPLAY "SUCURSALES LISTADAS         : " WS-CONT-SUCURSALES
           DISPLAY "SALDO TOTAL                 : " WS-TOTAL-EDITADO

      * UN CLIENTE CON SALDO EN LA HISTORIA Y SIN ALTA EN EL MAESTRO
      * SALE EN LA SUCURSAL CERO Y MERECE REVISION
           IF WS-CONT-SIN-MAESTRO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *--------------------------><--------><---------------------------

      * TOMA EL PERIODO PEDIDO (O EL DE LA FECHA DE PROCESO) Y CALCULA
      * SU ULTIMO DIA: EL DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE

       00010-FIJAR-CORTE.

           ACCEPT WS-PERIODO-TXT

           IF WS-PERIODO-TXT NUMERIC
              AND WS-PERIODO-TXT(5:2) >= "01"
              AND WS-PERIODO-TXT(5:2) <= "12"
               MOVE WS-PERIODO-TXT TO WS-PERIODO
           ELSE
               MOVE WS-PROCESO-ANIO TO WS-PERIODO-ANIO
               MOVE WS-PROCESO-MES  TO WS-PERIODO-MES
           END-IF

           MOVE WS-PERIODO-ANIO TO WS-SIGUIENTE-ANIO
           MOVE WS-PERIODO-MES  TO WS-SIGUIENTE-MES
           MOVE 1               TO WS-SIGUIENTE-DIA

           IF WS-SIGUIENTE-MES = 12
               MOVE 1 TO WS-SIGUIENTE-MES
               ADD 1  TO WS-SIGUIENTE-ANIO
           ELSE
               ADD 1  TO WS-SIGUIENTE-MES
           END-IF

           COMPUTE WS-FECHA-FOTO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1

           MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-FOTO-INT)
                TO WS-FECHA-FOTO

           MOVE WS-FECHA-FOTO(1:4) TO WS-CAB-ANIO
           MOVE WS-FECHA-FOTO(5:2) TO WS-CAB-MES
           MOVE WS-FECHA-FOTO(7:2) TO WS-CAB-DIA

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL MAESTRO DE CLIENTES DESDE CLIENTES-CCC.TXT.
      * SIN MAESTRO, LA FOTO SALE TODA EN LA SUCURSAL CERO

       00020-CARGAR-CLIENTES.

           MOVE ZERO TO WS-CONT-CLI

           OPEN INPUT CLIENTES

           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES, LA FOTO SALE SIN "
                       "SUCURSAL NI NOMBRE"
           ELSE
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
                           MOVE CLI-ESTADO
                                TO WS-CLI-ESTADO(WS-CONT-CLI)
                           MOVE "N"
                                TO WS-CLI-EN-FOTO(WS-CONT-CLI)
                       ELSE
                           DISPLAY "TABLA DE CLIENTES COMPLETA, "
                                   "CLIENTE DESCARTADO: " CLI-CLIENTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ABRE LA HISTORIA DE SALDOS Y EL LISTADO. SIN HISTORIA NO HAY
      * SALDOS QUE FOTOGRAFIAR Y LA CORRIDA TERMINA CON ERROR

       00025-ABRIR-HISTORIA.

           OPEN INPUT HISTSALDOS

           IF NOT HISTSALDOS-OK
               DISPLAY "SIN HISTORIA DE SALDOS, FS: " FS-HISTSALDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FOTOSALDOS

           .

      *--------------------------><--------><---------------------------

      * RECORRE LA HISTORIA EN ORDEN DE CLIENTE Y FECHA, SE QUEDA CON
      * EL ULTIMO CIERRE DE CADA CLIENTE HASTA LA FECHA DE CORTE Y LO
      * LIBERA AL SORT. AL FINAL AGREGA, CON SALDO CERO, LOS CLIENTES
      * DEL MAESTRO QUE NO TIENEN CIERRES HASTA ESA FECHA

       00030-CARGAR-FOTO.

           MOVE LOW-VALUES TO HSA-CLAVE

           START HISTSALDOS KEY NOT < HSA-CLAVE
           INVALID KEY
               SET FIN-HISTORIA TO TRUE
           END-START

           PERFORM UNTIL FIN-HISTORIA
               READ HISTSALDOS NEXT RECORD
               AT END
                   SET FIN-HISTORIA TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HISTORIA
                   IF HSA-CLIENTE NOT = WS-CLIENTE-EN-CURSO
                       PERFORM 00031-LIBERAR-CIERRE
                       MOVE HSA-CLIENTE TO WS-CLIENTE-EN-CURSO
                   END-IF
                   IF HSA-FECHA <= WS-FECHA-FOTO
                       MOVE HSA-FECHA TO WS-CIERRE-FECHA
                       MOVE HSA-SALDO TO WS-CIERRE-SALDO
                       SET HAY-CIERRE TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           PERFORM 00031-LIBERAR-CIERRE

           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-CONT-CLI
               IF WS-CLI-EN-FOTO(WS-SUB-CLI) NOT = "S"
                   MOVE WS-CLI-SUCURSAL(WS-SUB-CLI) TO SRT-SUCURSAL
                   MOVE WS-CLI-CLIENTE(WS-SUB-CLI)  TO SRT-CLIENTE
                   MOVE WS-CLI-NOMBRE(WS-SUB-CLI)   TO SRT-NOMBRE
                   MOVE WS-CLI-ESTADO(WS-SUB-CLI)   TO SRT-ESTADO
                   MOVE ZERO                        TO SRT-FECHA
                   MOVE ZERO                        TO SRT-SALDO
                   RELEASE REG-ORDENADO
                   ADD 1 TO WS-CONT-SIN-HISTORIA
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * LIBERA AL SORT EL CIERRE VIGENTE DEL CLIENTE QUE TERMINA, CON
      * SU SUCURSAL, NOMBRE Y ESTADO DEL MAESTRO, Y LO MARCA COMO YA
      * INCLUIDO EN LA FOTO

       00031-LIBERAR-CIERRE.

           IF NOT HAY-CIERRE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO SRT-SUCURSAL
           MOVE WS-CLIENTE-EN-CURSO TO SRT-CLIENTE
           MOVE SPACES              TO SRT-NOMBRE
           MOVE SPACE               TO SRT-ESTADO
           MOVE WS-CIERRE-FECHA     TO SRT-FECHA
           MOVE WS-CIERRE-SALDO     TO SRT-SALDO

           IF WS-CONT-CLI > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLI-ENTRADA
                   AT END
                       ADD 1 TO WS-CONT-SIN-MAESTRO
                   WHEN WS-CLI-CLIENTE(WS-IDX-CLI)
                        = WS-CLIENTE-EN-CURSO
                       MOVE WS-CLI-SUCURSAL(WS-IDX-CLI)
                            TO SRT-SUCURSAL
                       MOVE WS-CLI-NOMBRE(WS-IDX-CLI)
                            TO SRT-NOMBRE
                       MOVE WS-CLI-ESTADO(WS-IDX-CLI)
                            TO SRT-ESTADO
                       MOVE "S" TO WS-CLI-EN-FOTO(WS-IDX-CLI)
               END-SEARCH
           ELSE
               ADD 1 TO WS-CONT-SIN-MAESTRO
           END-IF

           RELEASE REG-ORDENADO

           MOVE "N" TO WS-SW-HAY-CIERRE

           .

      *--------------------------><--------><---------------------------

      * RECIBE LA FOTO ORDENADA E IMPRIME EL LISTADO CON CORTE POR
      * SUCURSAL Y TOTAL GENERAL

       00040-LISTAR-FOTO.

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

           IF NOT PRIMER-REGISTRO
               PERFORM 00042-CERRAR-SUCURSAL
           END-IF

           WRITE REG-FOTOSALDOS FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-CANT-GENERAL  TO WS-TOT-GEN-CANT
           MOVE WS-SALDO-GENERAL TO WS-TOT-GEN-SALDO
           WRITE REG-FOTOSALDOS FROM WS-LINEA-TOTAL-GENERAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * ABRE EL CORTE DE LA SUCURSAL: REINICIA SUS ACUMULADORES Y
      * ARRANCA PAGINA NUEVA CON SU CABECERA

       00041-ABRIR-SUCURSAL.

           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
           MOVE ZERO         TO WS-CANT-SUCURSAL
           MOVE ZERO         TO WS-SALDO-SUCURSAL

           ADD 1 TO WS-CONT-SUCURSALES

           PERFORM 00044-IMPRIMIR-ENCABEZADO

           .

      *--------------------------><--------><---------------------------

      * CIERRA EL CORTE DE LA SUCURSAL CON SU CANTIDAD DE CLIENTES Y
      * SU SALDO TOTAL

       00042-CERRAR-SUCURSAL.

           WRITE REG-FOTOSALDOS FROM LINEA-GUIONADA
           AFTER ADVANCING 2 LINES

           MOVE WS-SUCURSAL-ANTERIOR TO WS-TOT-SUC-NRO
           MOVE WS-CANT-SUCURSAL     TO WS-TOT-SUC-CANT
           MOVE WS-SALDO-SUCURSAL    TO WS-TOT-SUC-SALDO
           WRITE REG-FOTOSALDOS FROM WS-LINEA-TOTAL-SUCURSAL
           AFTER ADVANCING 2 LINES

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA LINEA DEL CLIENTE Y ACUMULA LOS TOTALES

       00043-IMPRIMIR-DETALLE.

           MOVE SRT-CLIENTE TO WS-DET-CLIENTE
           MOVE SRT-NOMBRE  TO WS-DET-NOMBRE

           EVALUATE SRT-ESTADO
               WHEN "A"   MOVE "ABIERTA"       TO WS-DET-ESTADO
               WHEN "B"   MOVE "BLOQUEADA"     TO WS-DET-ESTADO
               WHEN "C"   MOVE "CERRADA"       TO WS-DET-ESTADO
               WHEN "I"   MOVE "INACTIVA"      TO WS-DET-ESTADO
               WHEN SPACE MOVE "SIN MAESTRO"   TO WS-DET-ESTADO
               WHEN OTHER MOVE "SIN ESTADO"    TO WS-DET-ESTADO
           END-EVALUATE

           IF SRT-FECHA = ZERO
               MOVE "SIN CIERRE" TO WS-DET-SIN-CIERRE
           ELSE
               MOVE SRT-FECHA TO WS-FECHA-AUX
               MOVE WS-FECHA-AUX(1:4) TO WS-DET-ANIO
               MOVE WS-FECHA-AUX(5:2) TO WS-DET-MES
               MOVE WS-FECHA-AUX(7:2) TO WS-DET-DIA
           END-IF

           MOVE SRT-SALDO TO WS-DET-SALDO

           WRITE REG-FOTOSALDOS FROM WS-DETALLE-SALDO
           AFTER ADVANCING 1 LINE

           ADD 1 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00044-IMPRIMIR-ENCABEZADO
           END-IF

           ADD 1         TO WS-CANT-SUCURSAL
           ADD SRT-SALDO TO WS-SALDO-SUCURSAL
           ADD 1         TO WS-CANT-GENERAL
           ADD SRT-SALDO TO WS-SALDO-GENERAL

           .

      *--------------------------><--------><---------------------------

      * IMPRIME LA CABECERA DE LA PAGINA CON LA SUCURSAL EN CURSO

       00044-IMPRIMIR-ENCABEZADO.

           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA
           MOVE ZERO TO WS-CONT-LINEAS-PAGINA

           WRITE REG-FOTOSALDOS FROM WS-CABECERA-PRINCIPAL
           AFTER ADVANCING PAGE

           MOVE WS-SUCURSAL-ANTERIOR TO WS-CAB-SUC-NRO
           WRITE REG-FOTOSALDOS FROM WS-CAB-SUCURSAL
           AFTER ADVANCING 2 LINES

           WRITE REG-FOTOSALDOS FROM WS-COLUMNAS
           AFTER ADVANCING 2 LINES

           .

       END PROGRAM CCCACT17.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT22.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * MANTENIMIENTO DEL MAESTRO DE CLIENTES QUE CARGAN TODOS LOS
      * PROGRAMAS DE LA CUENTA CORRIENTE: APERTURA, CAMBIO DE NOMBRE,
      * TRASLADO DE SUCURSAL, BLOQUEO, DESBLOQUEO Y CIERRE. CADA
      * TRANSACCION, APLICADA O RECHAZADA, QUEDA EN LA AUDITORIA
           SELECT CLIENTES ASSIGN TO "CLIENTES-CCC.TXT"
           FILE STATUS IS FS-CLIENTES.

           SELECT TRANSACCIONES ASSIGN TO "TRANS-CLIENTES.TXT"
           FILE STATUS IS FS-TRANSACCIONES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-CLIENTES.TXT"
           FILE STATUS IS FS-AUDITORIA.

      * PARA EL CIERRE: SALDO, CASOS DE CUMPLIMIENTO ABIERTOS Y
      * MOVIMIENTOS DEL DIA
           SELECT SALDOS ASSIGN TO "SALDOS-CCC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAL-CLIENTE
           FILE STATUS IS FS-SALDOS.

           SELECT CASOS ASSIGN TO "CASOS-ALERTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAS-NUMERO
           FILE STATUS IS FS-CASOS.

           SELECT EXTRACTO ASSIGN TO "EXTRACTO-CCCACT.TXT"
           FILE STATUS IS FS-EXTRACTO.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES
          RECORDING MODE F.
       01 REG-CLIENTES.
           05 CLI-CLIENTE                    PIC X(10).
           05 CLI-NOMBRE                     PIC X(30).
           05 CLI-SUCURSAL                   PIC 9(06).
           05 CLI-ESTADO                     PIC X(01).
             88 CLI-ABIERTA                      VALUE "A".
             88 CLI-BLOQUEADA                    VALUE "B".
             88 CLI-CERRADA                      VALUE "C".
             88 CLI-INACTIVA                     VALUE "I".


       FD TRANSACCIONES
          RECORDING MODE F.
       01 REG-TRANSACCION.
           05 TRN-ACCION                     PIC X(01).
             88 TRN-APERTURA                     VALUE "A".
             88 TRN-CAMBIO-NOMBRE                VALUE "N".
             88 TRN-TRASLADO                     VALUE "S".
             88 TRN-BLOQUEO                      VALUE "B".
             88 TRN-DESBLOQUEO                   VALUE "D".
             88 TRN-CIERRE                       VALUE "C".
           05 TRN-CLIENTE                    PIC X(10).
           05 TRN-NOMBRE                     PIC X(30).
           05 TRN-SUCURSAL                   PIC 9(06).
           05 TRN-USUARIO                    PIC X(08).


       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(158).


       FD SALDOS.
       01 REG-SALDOS.
           05 SAL-CLIENTE                    PIC X(10).
           05 SAL-SALDO                      PIC S9(13)V9(04).
           05 SAL-FECHA-PROCESO              PIC 9(08).
           05 SAL-CANT-MOV                   PIC 9(07).


       FD CASOS.
       01 REG-CASO.
           05 CAS-NUMERO                     PIC 9(08).
           05 CAS-FECHA-ALERTA               PIC 9(08).
           05 CAS-CLIENTE                    PIC X(10).
           05 CAS-SUCURSAL                   PIC 9(06).
           05 CAS-FECHA-MOV                  PIC 9(08).
           05 CAS-HORA-MOV                   PIC 9(06).
           05 CAS-IMPORTE                    PIC X(21).
           05 CAS-TIPO                       PIC X(03).
           05 CAS-MOTIVO                     PIC X(30).
           05 CAS-ESTADO                     PIC X(01).
             88 CAS-PENDIENTE                    VALUE "P".
             88 CAS-EN-REVISION                  VALUE "R".
             88 CAS-DESESTIMADO                  VALUE "D".
             88 CAS-INFORMADO                    VALUE "I".
           05 CAS-USUARIO                    PIC X(08).
           05 CAS-FECHA-DISP                 PIC 9(08).
           05 CAS-HORA-DISP                  PIC 9(06).


       FD EXTRACTO
          RECORDING MODE IS F
          RECORD CONTAINS 130 CHARACTERS.

       01 REG-EXTRACTO                       PIC X(130).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CLIENTES                   PIC X(02).
             88 CLIENTES-OK                      VALUE "00".
             88 CLIENTES-NO-EXISTE               VALUE "35".
             88 CLIENTES-EOF                     VALUE "10".
           05 FS-TRANSACCIONES              PIC X(02).
             88 TRANSACCIONES-OK                 VALUE "00".
             88 TRANSACCIONES-NO-EXISTE          VALUE "35".
             88 TRANSACCIONES-EOF                VALUE "10".
           05 FS-AUDITORIA                  PIC X(02).
             88 AUDITORIA-OK                     VALUE "00".
             88 AUDITORIA-NO-EXISTE              VALUE "35".
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                        VALUE "00".
             88 SALDOS-NO-EXISTE                 VALUE "35".
           05 FS-CASOS                      PIC X(02).
             88 CASOS-OK                         VALUE "00".
             88 CASOS-NO-EXISTE                  VALUE "35".
             88 CASOS-EOF                        VALUE "10".
           05 FS-EXTRACTO                   PIC X(02).
             88 EXTRACTO-OK                      VALUE "00".
             88 EXTRACTO-NO-EXISTE               VALUE "35".
             88 EXTRACTO-EOF                     VALUE "10".

      *--------------------------><--------><---------------------------
      *  MAESTRO DE CLIENTES EN MEMORIA. EL TOPE DE 20000 ENTRADAS ES
      *  EL MISMO QUE CARGA CCCACT2: UNA APERTURA QUE LO SUPERE SE
      *  RECHAZA ACA CON MOTIVO, Y UN MAESTRO QUE YA NO ENTRA EN LA
      *  TABLA DETIENE EL PROCESO ANTES DE REGRABARLO
      *--------------------------><--------><---------------------------
       01 WS-CONT-CLI                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-CLI                        PIC 9(05) VALUE ZERO.
       01 WS-MAX-CLI                        PIC 9(05) VALUE 20000.

       01 WS-TABLA-CLI.
           05 WS-CLI-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CLI
                              INDEXED BY WS-IDX-CLI.
               10 WS-CLI-CLIENTE            PIC X(10).
               10 WS-CLI-NOMBRE             PIC X(30).
               10 WS-CLI-SUCURSAL           PIC 9(06).
               10 WS-CLI-ESTADO             PIC X(01).

       01 WS-SW-CLI-DESBORDADA              PIC X(01) VALUE "N".
         88 CLI-TABLA-DESBORDADA                VALUE "S".

       01 WS-SW-CLI-HALLADO                 PIC X(01) VALUE "N".
         88 CLI-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  CLIENTES CON CASOS ABIERTOS (PENDIENTES O EN REVISION) Y
      *  CLIENTES CON MOVIMIENTOS DEL DIA EN EL EXTRACTO, PARA IMPEDIR
      *  SU CIERRE. SI ALGUNA DE LAS DOS TABLAS SE DESBORDA EL CONTROL
      *  QUEDA INCOMPLETO Y LOS CIERRES SE RECHAZAN POR PRUDENCIA
      *--------------------------><--------><---------------------------
       01 WS-CONT-CAS                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-CAS                        PIC 9(05) VALUE ZERO.

       01 WS-TABLA-CAS.
           05 WS-CAS-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CAS.
               10 WS-CAS-CLIENTE            PIC X(10).

       01 WS-SW-CAS-HALLADO                 PIC X(01) VALUE "N".
         88 CAS-HALLADO                         VALUE "S".

       01 WS-SW-CAS-DESBORDADOS             PIC X(01) VALUE "N".
         88 CAS-DESBORDADOS                     VALUE "S".

       01 WS-CONT-MOV                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-MOV                        PIC 9(05) VALUE ZERO.

       01 WS-TABLA-MOV.
           05 WS-MOV-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-MOV.
               10 WS-MOV-CLIENTE            PIC X(10).

       01 WS-SW-MOV-HALLADO                 PIC X(01) VALUE "N".
         88 MOV-HALLADO                         VALUE "S".

       01 WS-SW-MOV-DESBORDADOS             PIC X(01) VALUE "N".
         88 MOV-DESBORDADOS                     VALUE "S".

       01 WS-SW-SALDOS-ABIERTO              PIC X(01) VALUE "N".
         88 SALDOS-ABIERTO                      VALUE "S".

       01 WS-SW-SALDOS-ILEGIBLE             PIC X(01) VALUE "N".
         88 SALDOS-ILEGIBLE                     VALUE "S".

       01 WS-EXT-CAMPO-CLIENTE              PIC X(10).
       01 WS-EXT-CAMPO-SUCURSAL             PIC X(06).
       01 WS-EXT-CAMPO-CODIGO               PIC X(03).
       01 WS-EXT-CAMPO-FECHA                PIC X(08).

      *--------------------------><--------><---------------------------
      *  RESUMEN DE APERTURAS, CIERRES Y BLOQUEOS APLICADOS POR
      *  SUCURSAL, ORDENADO POR NUMERO DE SUCURSAL
      *--------------------------><--------><---------------------------
       01 WS-CONT-SUC                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-SUC                        PIC 9(04) VALUE ZERO.
       01 WS-SUB-SUC-HALLADO                PIC 9(04) VALUE ZERO.
       01 WS-MAX-SUC                        PIC 9(04) VALUE 1000.

       01 WS-TABLA-SUC.
           05 WS-SUC-ENTRADA OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-CONT-SUC.
               10 WS-SUC-SUCURSAL           PIC 9(06).
               10 WS-SUC-APERTURAS          PIC 9(05).
               10 WS-SUC-CIERRES            PIC 9(05).
               10 WS-SUC-BLOQUEOS           PIC 9(05).

       01 WS-SUC-BUSCADA                    PIC 9(06) VALUE ZERO.

       01 WS-SW-SUC-HALLADA                 PIC X(01) VALUE "N".
         88 SUC-HALLADA                         VALUE "S".

       01 WS-TOT-APERTURAS                  PIC 9(05) VALUE ZERO.
       01 WS-TOT-CIERRES                    PIC 9(05) VALUE ZERO.
       01 WS-TOT-BLOQUEOS                   PIC 9(05) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LA TRANSACCION EN CURSO Y PISTA DE AUDITORIA
      *--------------------------><--------><---------------------------
       01 WS-SW-TRN-VALIDA                  PIC X(01) VALUE "S".
         88 TRN-VALIDA                          VALUE "S".

       01 WS-MOTIVO-RECHAZO                 PIC X(30) VALUE SPACES.

       01 WS-NOMBRE-ANTERIOR                PIC X(30) VALUE SPACES.
       01 WS-SUCURSAL-ANTERIOR              PIC 9(06) VALUE ZERO.
       01 WS-ESTADO-ANTERIOR                PIC X(01) VALUE SPACE.

       01 WS-NOMBRE-NUEVO                   PIC X(30) VALUE SPACES.
       01 WS-SUCURSAL-NUEVA                 PIC 9(06) VALUE ZERO.
       01 WS-ESTADO-NUEVO                   PIC X(01) VALUE SPACE.

       01 WS-FECHA-PROCESO                  PIC 9(08) VALUE ZERO.
       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE ZERO.
       01 WS-HORA-PROCESO                   PIC 9(06) VALUE ZERO.

       01 WS-LINEA-AUDITORIA.
           05 WS-AUD-FECHA                 PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-HORA                  PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-USUARIO               PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ACCION                PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-NOMBRE-ANT            PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-SUCURSAL-ANT          PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ESTADO-ANT            PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-NOMBRE-NUE            PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-SUCURSAL-NUE          PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-ESTADO-NUE            PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-RESULTADO             PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MOTIVO                PIC X(30).

      *--------------------------><--------><---------------------------
      *  CONTADORES PARA EL RESUMEN FINAL POR CONSOLA
      *--------------------------><--------><---------------------------
       01 WS-CONT-TRANS                    PIC 9(05) VALUE ZERO.
       01 WS-CONT-APLICADAS                PIC 9(05) VALUE ZERO.
       01 WS-CONT-RECHAZADAS               PIC 9(05) VALUE ZERO.


       PROCEDURE DIVISION.

       00000-MANTENIMIENTO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

      * TIME DEVUELVE HHMMSSCC; LA AUDITORIA GUARDA SOLO HHMMSS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-PROCESO

           PERFORM 00010-CARGAR-CLIENTES

           IF CLI-TABLA-DESBORDADA
               DISPLAY "MAESTRO DE CLIENTES CON MAS DE " WS-MAX-CLI
                       " CLIENTES, NO SE PUEDE REGRABAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 00015-CARGAR-CASOS-ABIERTOS

           PERFORM 00016-CARGAR-MOVIMIENTOS-DIA

           PERFORM 00020-APLICAR-TRANSACCIONES

           IF WS-CONT-APLICADAS > ZERO
               PERFORM 00040-REGRABAR-CLIENTES
           END-IF

           PERFORM 00050-MOSTRAR-RESUMEN

           DISPLAY "TRANSACCIONES LEIDAS    : " WS-CONT-TRANS
           DISPLAY "TRANSACCIONES APLICADAS : " WS-CONT-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "CLIENTES EN EL MAESTRO  : " WS-CONT-CLI

           IF WS-CONT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL MAESTRO DE CLIENTES COMPLETO. SI EL ARCHIVO
      * NO EXISTE SE ARRANCA CON LA TABLA VACIA (PRIMERA CARGA DE LA
      * INSTALACION)

       00010-CARGAR-CLIENTES.

           MOVE ZERO TO WS-CONT-CLI

           OPEN INPUT CLIENTES

           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES, SE CREA CON LAS "
                       "APERTURAS DE ESTA CORRIDA"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CLIENTES-EOF
               READ CLIENTES
               AT END
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF WS-CONT-CLI < WS-MAX-CLI
                       ADD 1 TO WS-CONT-CLI
                       MOVE CLI-CLIENTE
                            TO WS-CLI-CLIENTE(WS-CONT-CLI)
                       MOVE CLI-NOMBRE
                            TO WS-CLI-NOMBRE(WS-CONT-CLI)
                       MOVE CLI-SUCURSAL
                            TO WS-CLI-SUCURSAL(WS-CONT-CLI)
                       MOVE CLI-ESTADO
                            TO WS-CLI-ESTADO(WS-CONT-CLI)
                   ELSE
                       SET CLI-TABLA-DESBORDADA TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES

           .

      *--------------------------><--------><---------------------------

      * RELEVA LOS CLIENTES CON CASOS DE CUMPLIMIENTO TODAVIA ABIERTOS
      * (PENDIENTES O EN REVISION), SIN REPETIR CLIENTES

       00015-CARGAR-CASOS-ABIERTOS.

           MOVE ZERO TO WS-CONT-CAS

           OPEN INPUT CASOS

           IF CASOS-NO-EXISTE
               DISPLAY "SIN ARCHIVO DE CASOS, CIERRES SIN CONTROL "
                       "DE CASOS ABIERTOS"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CASOS-EOF
               READ CASOS NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-PENDIENTE OR CAS-EN-REVISION
                       PERFORM 00017-ANOTAR-CASO
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CASOS

           .

      *--------------------------><--------><---------------------------

      * RELEVA LOS CLIENTES CON MOVIMIENTOS FECHADOS HOY EN EL EXTRACTO
      * DEL DIA, SI EXISTE, SIN REPETIR CLIENTES

       00016-CARGAR-MOVIMIENTOS-DIA.

           MOVE ZERO TO WS-CONT-MOV

           OPEN INPUT EXTRACTO

           IF EXTRACTO-NO-EXISTE
               DISPLAY "SIN EXTRACTO DEL DIA, CIERRES SIN CONTROL "
                       "DE MOVIMIENTOS"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EXTRACTO-EOF
               READ EXTRACTO
               AT END
                   SET EXTRACTO-EOF TO TRUE
               NOT AT END
                   PERFORM 00018-ANOTAR-MOVIMIENTO
               END-READ
           END-PERFORM

           CLOSE EXTRACTO

           .

      *--------------------------><--------><---------------------------

      * ANOTA EL CLIENTE DEL CASO ABIERTO EN LA TABLA DE CASOS

       00017-ANOTAR-CASO.

           MOVE "N" TO WS-SW-CAS-HALLADO

           PERFORM VARYING WS-SUB-CAS FROM 1 BY 1
                   UNTIL WS-SUB-CAS > WS-CONT-CAS
                      OR CAS-HALLADO
               IF WS-CAS-CLIENTE(WS-SUB-CAS) = CAS-CLIENTE
                   SET CAS-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF NOT CAS-HALLADO
               IF WS-CONT-CAS < 20000
                   ADD 1 TO WS-CONT-CAS
                   MOVE CAS-CLIENTE TO WS-CAS-CLIENTE(WS-CONT-CAS)
               ELSE
                   IF NOT CAS-DESBORDADOS
                       DISPLAY "TABLA DE CASOS COMPLETA, CONTROL "
                               "INCOMPLETO: LOS CIERRES SE RECHAZARAN"
                       MOVE "S" TO WS-SW-CAS-DESBORDADOS
                   END-IF
               END-IF
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ANOTA EL CLIENTE DE UNA LINEA DEL EXTRACTO FECHADA HOY EN LA
      * TABLA DE MOVIMIENTOS DEL DIA

       00018-ANOTAR-MOVIMIENTO.

           MOVE SPACES TO WS-EXT-CAMPO-CLIENTE
                          WS-EXT-CAMPO-SUCURSAL
                          WS-EXT-CAMPO-CODIGO
                          WS-EXT-CAMPO-FECHA

           UNSTRING REG-EXTRACTO DELIMITED BY ","
               INTO WS-EXT-CAMPO-CLIENTE
                    WS-EXT-CAMPO-SUCURSAL
                    WS-EXT-CAMPO-CODIGO
                    WS-EXT-CAMPO-FECHA
           END-UNSTRING

           IF WS-EXT-CAMPO-CLIENTE = SPACES
              OR WS-EXT-CAMPO-FECHA NOT = WS-FECHA-PROCESO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SW-MOV-HALLADO

           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-CONT-MOV
                      OR MOV-HALLADO
               IF WS-MOV-CLIENTE(WS-SUB-MOV) = WS-EXT-CAMPO-CLIENTE
                   SET MOV-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF NOT MOV-HALLADO
               IF WS-CONT-MOV < 20000
                   ADD 1 TO WS-CONT-MOV
                   MOVE WS-EXT-CAMPO-CLIENTE
                        TO WS-MOV-CLIENTE(WS-CONT-MOV)
               ELSE
                   IF NOT MOV-DESBORDADOS
                       DISPLAY "TABLA DE MOVIMIENTOS COMPLETA, CONTROL "
                               "INCOMPLETO: LOS CIERRES SE RECHAZARAN"
                       MOVE "S" TO WS-SW-MOV-DESBORDADOS
                   END-IF
               END-IF
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL ARCHIVO DE TRANSACCIONES Y APLICA CADA UNA SOBRE LA
      * TABLA EN MEMORIA, DEJANDO CONSTANCIA EN LA AUDITORIA

       00020-APLICAR-TRANSACCIONES.

           OPEN INPUT TRANSACCIONES

           IF TRANSACCIONES-NO-EXISTE
               DISPLAY "SIN ARCHIVO DE TRANSACCIONES, NADA QUE APLICAR"
               EXIT PARAGRAPH
           END-IF

      * LA AUDITORIA ES ACUMULATIVA ENTRE CORRIDAS: SE ABRE EN EXTEND
      * Y, SI TODAVIA NO EXISTE, SE CREA VACIA EN ESTA PRIMERA CORRIDA
           OPEN EXTEND AUDITORIA
           IF AUDITORIA-NO-EXISTE
               OPEN OUTPUT AUDITORIA
           END-IF

      * SIN MAESTRO DE SALDOS NINGUN CLIENTE TIENE SALDO ASENTADO.
      * SI EXISTE PERO NO SE PUEDE ABRIR, EL SALDO NO SE PUEDE
      * CONTROLAR Y LOS CIERRES SE RECHAZAN
           OPEN INPUT SALDOS
           IF SALDOS-OK
               SET SALDOS-ABIERTO TO TRUE
           ELSE
               IF NOT SALDOS-NO-EXISTE
                   DISPLAY "ERROR AL ABRIR EL MAESTRO DE SALDOS, FS: "
                           FS-SALDOS ", LOS CIERRES SE RECHAZARAN"
                   SET SALDOS-ILEGIBLE TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL TRANSACCIONES-EOF
               READ TRANSACCIONES
               AT END
                   SET TRANSACCIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-TRANS
                   PERFORM 00021-APLICAR-UNA
               END-READ
           END-PERFORM

           IF SALDOS-ABIERTO
               CLOSE SALDOS
           END-IF

           CLOSE TRANSACCIONES AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * VALIDA Y APLICA UNA TRANSACCION SOBRE EL CLIENTE

       00021-APLICAR-UNA.

           MOVE "S"    TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-NOMBRE-ANTERIOR
           MOVE ZERO   TO WS-SUCURSAL-ANTERIOR
           MOVE SPACE  TO WS-ESTADO-ANTERIOR

           IF NOT TRN-APERTURA AND NOT TRN-CAMBIO-NOMBRE
              AND NOT TRN-TRASLADO AND NOT TRN-BLOQUEO
              AND NOT TRN-DESBLOQUEO AND NOT TRN-CIERRE
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO-RECHAZO
           END-IF

           IF TRN-VALIDA
               IF TRN-CLIENTE = SPACES
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CLIENTE EN BLANCO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           IF TRN-VALIDA
               IF TRN-USUARIO = SPACES
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "USUARIO EN BLANCO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           PERFORM 00025-BUSCAR-CLIENTE

           IF CLI-HALLADO
               MOVE WS-CLI-NOMBRE(WS-IDX-CLI)   TO WS-NOMBRE-ANTERIOR
               MOVE WS-CLI-SUCURSAL(WS-IDX-CLI) TO WS-SUCURSAL-ANTERIOR
               MOVE WS-CLI-ESTADO(WS-IDX-CLI)   TO WS-ESTADO-ANTERIOR
           END-IF

           MOVE WS-NOMBRE-ANTERIOR   TO WS-NOMBRE-NUEVO
           MOVE WS-SUCURSAL-ANTERIOR TO WS-SUCURSAL-NUEVA
           MOVE WS-ESTADO-ANTERIOR   TO WS-ESTADO-NUEVO

           IF TRN-VALIDA AND NOT TRN-APERTURA
               IF NOT CLI-HALLADO
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           IF TRN-VALIDA
               EVALUATE TRUE
                   WHEN TRN-APERTURA
                       PERFORM 00022-APERTURA
                   WHEN TRN-CAMBIO-NOMBRE
                       PERFORM 00023-CAMBIO-NOMBRE
                   WHEN TRN-TRASLADO
                       PERFORM 00024-TRASLADO
                   WHEN TRN-BLOQUEO
                       PERFORM 00026-BLOQUEO
                   WHEN TRN-DESBLOQUEO
                       PERFORM 00027-DESBLOQUEO
                   WHEN TRN-CIERRE
                       PERFORM 00028-CIERRE
               END-EVALUATE
           END-IF

           PERFORM 00030-GRABAR-AUDITORIA

           IF TRN-VALIDA
               ADD 1 TO WS-CONT-APLICADAS
               PERFORM 00035-ACUMULAR-SUCURSAL
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * APERTURA: EL CLIENTE NO DEBE EXISTIR EN EL MAESTRO, CON NOMBRE
      * Y SUCURSAL DE RADICACION INFORMADOS; LA CUENTA NACE ABIERTA

       00022-APERTURA.

           MOVE TRN-NOMBRE   TO WS-NOMBRE-NUEVO
           MOVE TRN-SUCURSAL TO WS-SUCURSAL-NUEVA
           MOVE "A"          TO WS-ESTADO-NUEVO

           IF CLI-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CLIENTE EXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-NOMBRE = SPACES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-SUCURSAL NUMERIC
              OR TRN-SUCURSAL = ZERO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "SUCURSAL INVALIDA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-CLI >= WS-MAX-CLI
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TABLA COMPLETA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONT-CLI
           MOVE TRN-CLIENTE  TO WS-CLI-CLIENTE(WS-CONT-CLI)
           MOVE TRN-NOMBRE   TO WS-CLI-NOMBRE(WS-CONT-CLI)
           MOVE TRN-SUCURSAL TO WS-CLI-SUCURSAL(WS-CONT-CLI)
           MOVE "A"          TO WS-CLI-ESTADO(WS-CONT-CLI)

           .

      *--------------------------><--------><---------------------------

      * CAMBIO DE NOMBRE: CUENTA NO CERRADA Y NOMBRE NUEVO INFORMADO

       00023-CAMBIO-NOMBRE.

           MOVE TRN-NOMBRE TO WS-NOMBRE-NUEVO

           IF WS-ESTADO-ANTERIOR = "C"
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-NOMBRE = SPACES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-NOMBRE = WS-NOMBRE-ANTERIOR
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "NOMBRE SIN CAMBIOS" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-NOMBRE TO WS-CLI-NOMBRE(WS-IDX-CLI)

           .

      *--------------------------><--------><---------------------------

      * TRASLADO DE SUCURSAL DE RADICACION: CUENTA NO CERRADA Y
      * SUCURSAL NUEVA VALIDA Y DISTINTA DE LA ACTUAL

       00024-TRASLADO.

           MOVE TRN-SUCURSAL TO WS-SUCURSAL-NUEVA

           IF WS-ESTADO-ANTERIOR = "C"
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-SUCURSAL NUMERIC
              OR TRN-SUCURSAL = ZERO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "SUCURSAL INVALIDA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-SUCURSAL = WS-SUCURSAL-ANTERIOR
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "MISMA SUCURSAL DE RADICACION" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-SUCURSAL TO WS-CLI-SUCURSAL(WS-IDX-CLI)

           .

      *--------------------------><--------><---------------------------

      * BUSCA EL CLIENTE DE LA TRANSACCION EN LA TABLA; SI LO HALLA
      * DEJA EL INDICE APUNTANDO A SU ENTRADA

       00025-BUSCAR-CLIENTE.

           MOVE "N" TO WS-SW-CLI-HALLADO

           IF WS-CONT-CLI > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLI-ENTRADA
                   AT END CONTINUE
                   WHEN WS-CLI-CLIENTE(WS-IDX-CLI) = TRN-CLIENTE
                       SET CLI-HALLADO TO TRUE
               END-SEARCH
           END-IF

           .

      *--------------------------><--------><---------------------------

      * BLOQUEO: CUENTA ABIERTA O INACTIVA. EL DESBLOQUEO LA DEVUELVE
      * A ABIERTA; SI SIGUE SIN ACTIVIDAD, EL CONTROL DE INACTIVAS LA
      * VUELVE A DETECTAR EN SU PROXIMA CORRIDA

       00026-BLOQUEO.

           MOVE "B" TO WS-ESTADO-NUEVO

           IF WS-ESTADO-ANTERIOR NOT = "A"
              AND WS-ESTADO-ANTERIOR NOT = "I"
               MOVE "N" TO WS-SW-TRN-VALIDA
               IF WS-ESTADO-ANTERIOR = "B"
                   MOVE "CUENTA YA BLOQUEADA" TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "B" TO WS-CLI-ESTADO(WS-IDX-CLI)

           .

      *--------------------------><--------><---------------------------

      * DESBLOQUEO: SOLO UNA CUENTA BLOQUEADA, QUE VUELVE A ABIERTA

       00027-DESBLOQUEO.

           MOVE "A" TO WS-ESTADO-NUEVO

           IF WS-ESTADO-ANTERIOR NOT = "B"
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CUENTA NO BLOQUEADA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-CLI-ESTADO(WS-IDX-CLI)

           .

      *--------------------------><--------><---------------------------

      * CIERRE: CUENTA NO CERRADA, CON SALDO CERO, SIN CASOS DE
      * CUMPLIMIENTO ABIERTOS Y SIN MOVIMIENTOS FECHADOS HOY. EL
      * CLIENTE QUEDA EN EL MAESTRO EN ESTADO CERRADA

       00028-CIERRE.

           MOVE "C" TO WS-ESTADO-NUEVO

           IF WS-ESTADO-ANTERIOR = "C"
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CUENTA YA CERRADA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF SALDOS-ABIERTO
               MOVE TRN-CLIENTE TO SAL-CLIENTE
               READ SALDOS
               INVALID KEY
                   MOVE ZERO TO SAL-SALDO
               END-READ
               IF SAL-SALDO NOT = ZERO
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "SALDO DISTINTO DE CERO" TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CAS-DESBORDADOS OR MOV-DESBORDADOS OR SALDOS-ILEGIBLE
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CONTROL DE CIERRE INCOMPLETO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SW-CAS-HALLADO

           PERFORM VARYING WS-SUB-CAS FROM 1 BY 1
                   UNTIL WS-SUB-CAS > WS-CONT-CAS
                      OR CAS-HALLADO
               IF WS-CAS-CLIENTE(WS-SUB-CAS) = TRN-CLIENTE
                   SET CAS-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF CAS-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CASOS DE CUMPLIMIENTO ABIERTOS"
                    TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SW-MOV-HALLADO

           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-CONT-MOV
                      OR MOV-HALLADO
               IF WS-MOV-CLIENTE(WS-SUB-MOV) = TRN-CLIENTE
                   SET MOV-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF MOV-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "MOVIMIENTOS DEL DIA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-CLI-ESTADO(WS-IDX-CLI)

           .

      *--------------------------><--------><---------------------------

      * DEJA CONSTANCIA DE LA TRANSACCION EN LA PISTA DE AUDITORIA:
      * QUIEN, CUANDO, LOS DATOS DEL CLIENTE ANTES Y DESPUES Y SI SE
      * APLICO O POR QUE SE RECHAZO

       00030-GRABAR-AUDITORIA.

           MOVE WS-FECHA-PROCESO     TO WS-AUD-FECHA
           MOVE WS-HORA-PROCESO      TO WS-AUD-HORA
           MOVE TRN-USUARIO          TO WS-AUD-USUARIO
           MOVE TRN-ACCION           TO WS-AUD-ACCION
           MOVE TRN-CLIENTE          TO WS-AUD-CLIENTE
           MOVE WS-NOMBRE-ANTERIOR   TO WS-AUD-NOMBRE-ANT
           MOVE WS-SUCURSAL-ANTERIOR TO WS-AUD-SUCURSAL-ANT
           MOVE WS-ESTADO-ANTERIOR   TO WS-AUD-ESTADO-ANT
           MOVE WS-NOMBRE-NUEVO      TO WS-AUD-NOMBRE-NUE
           MOVE WS-ESTADO-NUEVO      TO WS-AUD-ESTADO-NUE
           MOVE WS-MOTIVO-RECHAZO    TO WS-AUD-MOTIVO

           IF WS-SUCURSAL-NUEVA NUMERIC
               MOVE WS-SUCURSAL-NUEVA TO WS-AUD-SUCURSAL-NUE
           ELSE
               MOVE ZERO              TO WS-AUD-SUCURSAL-NUE
           END-IF

           IF TRN-VALIDA
               MOVE "APLICADA"  TO WS-AUD-RESULTADO
           ELSE
               MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           END-IF

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * SUMA LA TRANSACCION APLICADA AL RESUMEN DE SU SUCURSAL: LA DE
      * RADICACION NUEVA EN LAS APERTURAS Y LA DEL CLIENTE EN LOS
      * CIERRES Y BLOQUEOS. LAS DEMAS ACCIONES NO SE RESUMEN

       00035-ACUMULAR-SUCURSAL.

           IF NOT TRN-APERTURA AND NOT TRN-CIERRE AND NOT TRN-BLOQUEO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUCURSAL-NUEVA TO WS-SUC-BUSCADA
           MOVE ZERO TO WS-SUB-SUC-HALLADO
           MOVE "N"  TO WS-SW-SUC-HALLADA

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
                      OR SUC-HALLADA
                      OR WS-SUC-SUCURSAL(WS-SUB-SUC) > WS-SUC-BUSCADA
               IF WS-SUC-SUCURSAL(WS-SUB-SUC) = WS-SUC-BUSCADA
                   MOVE WS-SUB-SUC TO WS-SUB-SUC-HALLADO
                   SET SUC-HALLADA TO TRUE
               END-IF
           END-PERFORM

      * SUCURSAL NUEVA: SE INSERTA EN SU LUGAR CORRIENDO EL RESTO DE
      * LA TABLA, PARA QUE EL RESUMEN SALGA ORDENADO
           IF NOT SUC-HALLADA
               IF WS-CONT-SUC >= WS-MAX-SUC
                   DISPLAY "TABLA DE SUCURSALES COMPLETA, RESUMEN SIN "
                           "LA SUCURSAL " WS-SUC-BUSCADA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SUB-SUC TO WS-SUB-SUC-HALLADO
               ADD 1 TO WS-CONT-SUC
               PERFORM VARYING WS-SUB-SUC FROM WS-CONT-SUC BY -1
                       UNTIL WS-SUB-SUC <= WS-SUB-SUC-HALLADO
                   MOVE WS-SUC-ENTRADA(WS-SUB-SUC - 1)
                        TO WS-SUC-ENTRADA(WS-SUB-SUC)
               END-PERFORM
               MOVE WS-SUC-BUSCADA
                    TO WS-SUC-SUCURSAL(WS-SUB-SUC-HALLADO)
               MOVE ZERO TO WS-SUC-APERTURAS(WS-SUB-SUC-HALLADO)
               MOVE ZERO TO WS-SUC-CIERRES(WS-SUB-SUC-HALLADO)
               MOVE ZERO TO WS-SUC-BLOQUEOS(WS-SUB-SUC-HALLADO)
           END-IF

           EVALUATE TRUE
               WHEN TRN-APERTURA
                   ADD 1 TO WS-SUC-APERTURAS(WS-SUB-SUC-HALLADO)
                   ADD 1 TO WS-TOT-APERTURAS
               WHEN TRN-CIERRE
                   ADD 1 TO WS-SUC-CIERRES(WS-SUB-SUC-HALLADO)
                   ADD 1 TO WS-TOT-CIERRES
               WHEN TRN-BLOQUEO
                   ADD 1 TO WS-SUC-BLOQUEOS(WS-SUB-SUC-HALLADO)
                   ADD 1 TO WS-TOT-BLOQUEOS
           END-EVALUATE

           .

      *--------------------------><--------><---------------------------

      * REGRABA EL MAESTRO DE CLIENTES COMPLETO CON LAS TRANSACCIONES
      * APLICADAS

       00040-REGRABAR-CLIENTES.

           OPEN OUTPUT CLIENTES

           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-CONT-CLI
               MOVE WS-CLI-CLIENTE(WS-SUB-CLI)  TO CLI-CLIENTE
               MOVE WS-CLI-NOMBRE(WS-SUB-CLI)   TO CLI-NOMBRE
               MOVE WS-CLI-SUCURSAL(WS-SUB-CLI) TO CLI-SUCURSAL
               MOVE WS-CLI-ESTADO(WS-SUB-CLI)   TO CLI-ESTADO
               WRITE REG-CLIENTES
           END-PERFORM

           IF NOT CLIENTES-OK
               DISPLAY "ERROR AL REGRABAR EL MAESTRO DE CLIENTES, FS: "
                       FS-CLIENTES
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CLIENTES

           .

      *--------------------------><--------><---------------------------

      * MUESTRA POR CONSOLA LAS APERTURAS, CIERRES Y BLOQUEOS
      * APLICADOS EN LA CORRIDA, POR SUCURSAL Y EN TOTAL

       00050-MOSTRAR-RESUMEN.

           DISPLAY "SUCURSAL  APERTURAS  CIERRES  BLOQUEOS"

           PERFORM VARYING WS-SUB-SUC FROM 1 BY 1
                   UNTIL WS-SUB-SUC > WS-CONT-SUC
               DISPLAY WS-SUC-SUCURSAL(WS-SUB-SUC) "       "
                       WS-SUC-APERTURAS(WS-SUB-SUC) "    "
                       WS-SUC-CIERRES(WS-SUB-SUC) "    "
                       WS-SUC-BLOQUEOS(WS-SUB-SUC)
           END-PERFORM

           DISPLAY "TOTAL         " WS-TOT-APERTURAS "    "
                   WS-TOT-CIERRES "    " WS-TOT-BLOQUEOS

           .

       END PROGRAM CCCACT22.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT18.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * MANTENIMIENTO DE LOS LIMITES DE DESCUBIERTO AUTORIZADOS POR
      * CLIENTE QUE CONTROLA CCCACT2 Y USA CCCACT8 PARA LA TASA DE
      * EXCESO. CADA ALTA, BAJA O MODIFICACION QUEDA EN LA AUDITORIA
           SELECT LIMITES ASSIGN TO "LIMITES-DESCUBIERTO.TXT"
           FILE STATUS IS FS-LIMITES.

           SELECT TRANSACCIONES ASSIGN TO "TRANS-LIMITES.TXT"
           FILE STATUS IS FS-TRANSACCIONES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-LIMITES.TXT"
           FILE STATUS IS FS-AUDITORIA.

           SELECT CLIENTES ASSIGN TO "CLIENTES-CCC.TXT"
           FILE STATUS IS FS-CLIENTES.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD LIMITES
          RECORDING MODE F.
       01 REG-LIMITE.
           05 LIM-CLIENTE                    PIC X(10).
           05 LIM-IMPORTE                    PIC 9(13)V9(04).
           05 LIM-FECHA-VENCIMIENTO          PIC 9(08).
           05 LIM-OFICIAL                    PIC X(08).


       FD TRANSACCIONES
          RECORDING MODE F.
       01 REG-TRANSACCION.
           05 TRN-ACCION                     PIC X(01).
             88 TRN-ALTA                         VALUE "A".
             88 TRN-BAJA                         VALUE "B".
             88 TRN-MODIFICACION                 VALUE "M".
           05 TRN-CLIENTE                    PIC X(10).
           05 TRN-IMPORTE                    PIC 9(13)V9(04).
           05 TRN-FECHA-VENCIMIENTO          PIC 9(08).
           05 TRN-VENCIMIENTO-R REDEFINES TRN-FECHA-VENCIMIENTO.
               10 TRN-VTO-ANIO               PIC 9(04).
               10 TRN-VTO-MES                PIC 9(02).
               10 TRN-VTO-DIA                PIC 9(02).
           05 TRN-OFICIAL                    PIC X(08).
           05 TRN-USUARIO                    PIC X(08).


       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(160).


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

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-LIMITES                    PIC X(02).
             88 LIMITES-OK                      VALUE "00".
             88 LIMITES-NO-EXISTE                VALUE "35".
             88 LIMITES-EOF                      VALUE "10".
           05 FS-TRANSACCIONES              PIC X(02).
             88 TRANSACCIONES-OK                VALUE "00".
             88 TRANSACCIONES-NO-EXISTE          VALUE "35".
             88 TRANSACCIONES-EOF                VALUE "10".
           05 FS-AUDITORIA                  PIC X(02).
             88 AUDITORIA-OK                    VALUE "00".
             88 AUDITORIA-NO-EXISTE              VALUE "35".
           05 FS-CLIENTES                   PIC X(02).
             88 CLIENTES-OK                      VALUE "00".
             88 CLIENTES-NO-EXISTE               VALUE "35".
             88 CLIENTES-EOF                     VALUE "10".

      *--------------------------><--------><---------------------------
      *  TABLA DE LIMITES EN MEMORIA. EL TOPE DE 20000 ENTRADAS ES EL
      *  MISMO QUE CARGA CCCACT2: UNA ALTA QUE LO SUPERE SE RECHAZA
      *  ACA CON MOTIVO, EN LUGAR DE PERDERSE EN LA CORRIDA DIARIA
      *--------------------------><--------><---------------------------
       01 WS-CONT-LIM                       PIC 9(05) VALUE ZERO.
       01 WS-SUB-LIM                        PIC 9(05) VALUE ZERO.
       01 WS-SUB-LIM-HALLADO                PIC 9(05) VALUE ZERO.
       01 WS-MAX-LIM                        PIC 9(05) VALUE 20000.

       01 WS-TABLA-LIM.
           05 WS-LIM-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-LIM.
               10 WS-LIM-CLIENTE            PIC X(10).
               10 WS-LIM-IMPORTE            PIC 9(13)V9(04).
               10 WS-LIM-VENCIMIENTO        PIC 9(08).
               10 WS-LIM-OFICIAL            PIC X(08).

       01 WS-SW-LIM-HALLADO                 PIC X(01) VALUE "N".
         88 LIM-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  MAESTRO DE CLIENTES (CLIENTES-CCC.TXT), PARA NO AUTORIZAR
      *  LIMITES A CLIENTES INEXISTENTES O A CUENTAS CERRADAS. SIN
      *  MAESTRO EN LA INSTALACION LAS TRANSACCIONES SE APLICAN SIN
      *  ESTE CONTROL
      *--------------------------><--------><---------------------------
       01 WS-CONT-CLI                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-CLI.
           05 WS-CLI-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-CLI
                              INDEXED BY WS-IDX-CLI.
               10 WS-CLI-CLIENTE            PIC X(10).
               10 WS-CLI-ESTADO             PIC X(01).

       01 WS-CLI-ESTADO-HALLADO             PIC X(01) VALUE SPACE.

       01 WS-SW-CLI-HALLADO                 PIC X(01) VALUE "N".
         88 CLI-HALLADO                         VALUE "S".

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LA FECHA DE VENCIMIENTO
      *--------------------------><--------><---------------------------
       01 WS-DIAS-MAX-MES                   PIC 9(02) VALUE ZERO.

       01 WS-TABLA-DIAS-MES-INIT            PIC X(24)
            VALUE "312831303130313130313031".
       01 WS-TABLA-DIAS-MES REDEFINES WS-TABLA-DIAS-MES-INIT.
           05 WS-DIAS-MES OCCURS 12 TIMES   PIC 9(02).

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LA TRANSACCION EN CURSO Y PISTA DE AUDITORIA
      *--------------------------><--------><---------------------------
       01 WS-SW-TRN-VALIDA                  PIC X(01) VALUE "S".
         88 TRN-VALIDA                          VALUE "S".

       01 WS-MOTIVO-RECHAZO                 PIC X(30) VALUE SPACES.

       01 WS-IMPORTE-ANTERIOR               PIC 9(13)V9(04) VALUE ZERO.
       01 WS-VENCIMIENTO-ANTERIOR           PIC 9(08) VALUE ZERO.
       01 WS-OFICIAL-ANTERIOR               PIC X(08) VALUE SPACES.

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
           05 WS-AUD-IMPORTE-ANT           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-VENC-ANT              PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-OFICIAL-ANT           PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-IMPORTE-NUE           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-VENC-NUE              PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-OFICIAL-NUE           PIC X(08).
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

           PERFORM 00010-CARGAR-LIMITES

           PERFORM 00015-CARGAR-CLIENTES

           PERFORM 00020-APLICAR-TRANSACCIONES

           PERFORM 00040-REGRABAR-LIMITES

           DISPLAY "TRANSACCIONES LEIDAS    : " WS-CONT-TRANS
           DISPLAY "TRANSACCIONES APLICADAS : " WS-CONT-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "LIMITES EN LA TABLA     : " WS-CONT-LIM

           IF WS-CONT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA LA TABLA DE LIMITES VIGENTE. SI EL ARCHIVO NO
      * EXISTE SE ARRANCA CON LA TABLA VACIA (PRIMERA CARGA DE LA
      * INSTALACION)

       00010-CARGAR-LIMITES.

           MOVE ZERO TO WS-CONT-LIM

           OPEN INPUT LIMITES

           IF NOT LIMITES-NO-EXISTE
               PERFORM UNTIL LIMITES-EOF
                   READ LIMITES
                   AT END
                       SET LIMITES-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-LIM < WS-MAX-LIM
                           ADD 1 TO WS-CONT-LIM
                           MOVE LIM-CLIENTE
                                TO WS-LIM-CLIENTE(WS-CONT-LIM)
                           MOVE LIM-IMPORTE
                                TO WS-LIM-IMPORTE(WS-CONT-LIM)
                           MOVE LIM-FECHA-VENCIMIENTO
                                TO WS-LIM-VENCIMIENTO(WS-CONT-LIM)
                           MOVE LIM-OFICIAL
                                TO WS-LIM-OFICIAL(WS-CONT-LIM)
                       ELSE
                           DISPLAY "TABLA CON MAS DE " WS-MAX-LIM
                                   " LIMITES, EXCEDENTE DESCARTADO: "
                                   LIM-CLIENTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CODIGO Y EL ESTADO DE CADA CLIENTE DEL
      * MAESTRO PARA VALIDAR LAS ALTAS Y MODIFICACIONES

       00015-CARGAR-CLIENTES.

           MOVE ZERO TO WS-CONT-CLI

           OPEN INPUT CLIENTES

           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES, LIMITES SIN CONTROL "
                       "DE CUENTAS"
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
                           MOVE CLI-ESTADO
                                TO WS-CLI-ESTADO(WS-CONT-CLI)
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

           PERFORM UNTIL TRANSACCIONES-EOF
               READ TRANSACCIONES
               AT END
                   SET TRANSACCIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-TRANS
                   PERFORM 00021-APLICAR-UNA
               END-READ
           END-PERFORM

           CLOSE TRANSACCIONES AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * VALIDA Y APLICA UNA TRANSACCION DE ALTA, BAJA O MODIFICACION

       00021-APLICAR-UNA.

           MOVE "S"    TO WS-SW-TRN-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE ZERO   TO WS-IMPORTE-ANTERIOR
           MOVE ZERO   TO WS-VENCIMIENTO-ANTERIOR
           MOVE SPACES TO WS-OFICIAL-ANTERIOR

           IF NOT TRN-ALTA AND NOT TRN-BAJA AND NOT TRN-MODIFICACION
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
               PERFORM 00025-BUSCAR-LIMITE

               EVALUATE TRUE
                   WHEN TRN-ALTA
                       PERFORM 00022-ALTA
                   WHEN TRN-BAJA
                       PERFORM 00023-BAJA
                   WHEN TRN-MODIFICACION
                       PERFORM 00024-MODIFICACION
               END-EVALUATE
           END-IF

           PERFORM 00030-GRABAR-AUDITORIA

           IF TRN-VALIDA
               ADD 1 TO WS-CONT-APLICADAS
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ALTA: EL CLIENTE NO DEBE TENER LIMITE, LOS DATOS DEBEN SER
      * VALIDOS Y DEBE HABER LUGAR EN LA TABLA QUE CARGA CCCACT2

       00022-ALTA.

           IF LIM-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CLIENTE CON LIMITE EXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00026-VALIDAR-DATOS
           IF NOT TRN-VALIDA
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-LIM >= WS-MAX-LIM
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TABLA COMPLETA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONT-LIM
           MOVE TRN-CLIENTE           TO WS-LIM-CLIENTE(WS-CONT-LIM)
           MOVE TRN-IMPORTE           TO WS-LIM-IMPORTE(WS-CONT-LIM)
           MOVE TRN-FECHA-VENCIMIENTO
                TO WS-LIM-VENCIMIENTO(WS-CONT-LIM)
           MOVE TRN-OFICIAL           TO WS-LIM-OFICIAL(WS-CONT-LIM)

           .

      *--------------------------><--------><---------------------------

      * BAJA: EL CLIENTE DEBE TENER LIMITE; SE ELIMINA CORRIENDO EL
      * RESTO DE LA TABLA. DESDE LA CORRIDA SIGUIENTE SU LIMITE ES CERO

       00023-BAJA.

           IF NOT LIM-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CLIENTE SIN LIMITE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00027-GUARDAR-ANTERIOR

           PERFORM VARYING WS-SUB-LIM FROM WS-SUB-LIM-HALLADO BY 1
                   UNTIL WS-SUB-LIM >= WS-CONT-LIM
               MOVE WS-LIM-ENTRADA(WS-SUB-LIM + 1)
                    TO WS-LIM-ENTRADA(WS-SUB-LIM)
           END-PERFORM

           SUBTRACT 1 FROM WS-CONT-LIM

           .

      *--------------------------><--------><---------------------------

      * MODIFICACION: EL CLIENTE DEBE TENER LIMITE; SE REEMPLAZAN EL
      * IMPORTE, EL VENCIMIENTO Y EL OFICIAL QUE LO AUTORIZA

       00024-MODIFICACION.

           IF NOT LIM-HALLADO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CLIENTE SIN LIMITE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00026-VALIDAR-DATOS
           IF NOT TRN-VALIDA
               EXIT PARAGRAPH
           END-IF

           PERFORM 00027-GUARDAR-ANTERIOR

           MOVE TRN-IMPORTE
                TO WS-LIM-IMPORTE(WS-SUB-LIM-HALLADO)
           MOVE TRN-FECHA-VENCIMIENTO
                TO WS-LIM-VENCIMIENTO(WS-SUB-LIM-HALLADO)
           MOVE TRN-OFICIAL
                TO WS-LIM-OFICIAL(WS-SUB-LIM-HALLADO)

           .

      *--------------------------><--------><---------------------------

      * BUSCA EL CLIENTE DE LA TRANSACCION EN LA TABLA DE LIMITES;
      * DEJA LA POSICION EN WS-SUB-LIM-HALLADO

       00025-BUSCAR-LIMITE.

           MOVE ZERO TO WS-SUB-LIM-HALLADO
           MOVE "N"  TO WS-SW-LIM-HALLADO

           PERFORM VARYING WS-SUB-LIM FROM 1 BY 1
                   UNTIL WS-SUB-LIM > WS-CONT-LIM
                      OR LIM-HALLADO
               IF WS-LIM-CLIENTE(WS-SUB-LIM) = TRN-CLIENTE
                   MOVE WS-SUB-LIM TO WS-SUB-LIM-HALLADO
                   SET LIM-HALLADO TO TRUE
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * VALIDA LOS DATOS DEL LIMITE DE UN ALTA O MODIFICACION: CLIENTE
      * DEL MAESTRO Y NO CERRADO, IMPORTE POSITIVO, VENCIMIENTO VALIDO
      * Y POSTERIOR A HOY, Y OFICIAL AUTORIZANTE INFORMADO

       00026-VALIDAR-DATOS.

           IF WS-CONT-CLI > ZERO
               MOVE "N"   TO WS-SW-CLI-HALLADO
               MOVE SPACE TO WS-CLI-ESTADO-HALLADO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLI-ENTRADA
                   AT END CONTINUE
                   WHEN WS-CLI-CLIENTE(WS-IDX-CLI) = TRN-CLIENTE
                       MOVE WS-CLI-ESTADO(WS-IDX-CLI)
                            TO WS-CLI-ESTADO-HALLADO
                       SET CLI-HALLADO TO TRUE
               END-SEARCH
               IF NOT CLI-HALLADO
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-ESTADO-HALLADO = "C"
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF NOT TRN-IMPORTE NUMERIC
              OR TRN-IMPORTE = ZERO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "IMPORTE INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-VTO-ANIO NUMERIC OR NOT TRN-VTO-MES NUMERIC
              OR NOT TRN-VTO-DIA NUMERIC
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "VENCIMIENTO NO NUMERICO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-VTO-ANIO < 1900 OR TRN-VTO-MES < 1
              OR TRN-VTO-MES > 12 OR TRN-VTO-DIA < 1
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIAS-MES(TRN-VTO-MES) TO WS-DIAS-MAX-MES
           IF TRN-VTO-MES = 2
              AND FUNCTION MOD(TRN-VTO-ANIO, 4) = 0
              AND (FUNCTION MOD(TRN-VTO-ANIO, 100) NOT = 0
                   OR FUNCTION MOD(TRN-VTO-ANIO, 400) = 0)
               ADD 1 TO WS-DIAS-MAX-MES
           END-IF
           IF TRN-VTO-DIA > WS-DIAS-MAX-MES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-FECHA-VENCIMIENTO NOT > WS-FECHA-PROCESO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "VENCIMIENTO NO POSTERIOR A HOY"
                    TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-OFICIAL = SPACES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "OFICIAL AUTORIZANTE EN BLANCO"
                    TO WS-MOTIVO-RECHAZO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * GUARDA LOS VALORES VIGENTES DEL LIMITE PARA LA AUDITORIA

       00027-GUARDAR-ANTERIOR.

           MOVE WS-LIM-IMPORTE(WS-SUB-LIM-HALLADO)
                TO WS-IMPORTE-ANTERIOR
           MOVE WS-LIM-VENCIMIENTO(WS-SUB-LIM-HALLADO)
                TO WS-VENCIMIENTO-ANTERIOR
           MOVE WS-LIM-OFICIAL(WS-SUB-LIM-HALLADO)
                TO WS-OFICIAL-ANTERIOR

           .

      *--------------------------><--------><---------------------------

      * DEJA CONSTANCIA DE LA TRANSACCION EN LA PISTA DE AUDITORIA:
      * QUIEN, CUANDO, QUE CAMBIO Y SI SE APLICO O POR QUE SE RECHAZO.
      * EN UNA BAJA LOS VALORES NUEVOS QUEDAN EN CERO

       00030-GRABAR-AUDITORIA.

           MOVE WS-FECHA-PROCESO        TO WS-AUD-FECHA
           MOVE WS-HORA-PROCESO         TO WS-AUD-HORA
           MOVE TRN-USUARIO             TO WS-AUD-USUARIO
           MOVE TRN-ACCION              TO WS-AUD-ACCION
           MOVE TRN-CLIENTE             TO WS-AUD-CLIENTE
           MOVE WS-IMPORTE-ANTERIOR     TO WS-AUD-IMPORTE-ANT
           MOVE WS-VENCIMIENTO-ANTERIOR TO WS-AUD-VENC-ANT
           MOVE WS-OFICIAL-ANTERIOR     TO WS-AUD-OFICIAL-ANT
           MOVE WS-MOTIVO-RECHAZO       TO WS-AUD-MOTIVO

           IF TRN-BAJA
               MOVE ZERO   TO WS-AUD-IMPORTE-NUE
               MOVE ZERO   TO WS-AUD-VENC-NUE
               MOVE SPACES TO WS-AUD-OFICIAL-NUE
           ELSE
               IF TRN-IMPORTE NUMERIC
                   MOVE TRN-IMPORTE       TO WS-AUD-IMPORTE-NUE
               ELSE
                   MOVE ZERO              TO WS-AUD-IMPORTE-NUE
               END-IF
               IF TRN-FECHA-VENCIMIENTO NUMERIC
                   MOVE TRN-FECHA-VENCIMIENTO TO WS-AUD-VENC-NUE
               ELSE
                   MOVE ZERO              TO WS-AUD-VENC-NUE
               END-IF
               MOVE TRN-OFICIAL           TO WS-AUD-OFICIAL-NUE
           END-IF

           IF TRN-VALIDA
               MOVE "APLICADA"  TO WS-AUD-RESULTADO
           ELSE
               MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           END-IF

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * REGRABA LA TABLA DE LIMITES COMPLETA CON LAS TRANSACCIONES
      * APLICADAS

       00040-REGRABAR-LIMITES.

           OPEN OUTPUT LIMITES

           PERFORM VARYING WS-SUB-LIM FROM 1 BY 1
                   UNTIL WS-SUB-LIM > WS-CONT-LIM
               MOVE WS-LIM-CLIENTE(WS-SUB-LIM)     TO LIM-CLIENTE
               MOVE WS-LIM-IMPORTE(WS-SUB-LIM)     TO LIM-IMPORTE
               MOVE WS-LIM-VENCIMIENTO(WS-SUB-LIM)
                    TO LIM-FECHA-VENCIMIENTO
               MOVE WS-LIM-OFICIAL(WS-SUB-LIM)     TO LIM-OFICIAL
               WRITE REG-LIMITE
           END-PERFORM

           IF NOT LIMITES-OK
               DISPLAY "ERROR AL REGRABAR LA TABLA DE LIMITES, FS: "
                       FS-LIMITES
           END-IF

           CLOSE LIMITES

           .

       END PROGRAM CCCACT18.

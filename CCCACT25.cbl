       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCACT25.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


      * MANTENIMIENTO DEL TARIFARIO DE COMISIONES POR MOVIMIENTO QUE
      * APLICA CCCACT2. UNA TARIFA SE IDENTIFICA POR CODIGO Y TIPO DE
      * MOVIMIENTO Y SUCURSAL (CERO = TODAS LAS SUCURSALES). CADA ALTA,
      * BAJA O MODIFICACION QUEDA EN LA AUDITORIA
           SELECT TARIFAS ASSIGN TO "TARIFAS.TXT"
           FILE STATUS IS FS-TARIFAS.

           SELECT TRANSACCIONES ASSIGN TO "TRANS-TARIFAS.TXT"
           FILE STATUS IS FS-TRANSACCIONES.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-TARIFAS.TXT"
           FILE STATUS IS FS-AUDITORIA.


       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS
          RECORDING MODE F.
       01 REG-TARIFA.
           05 TAR-CODIGO                     PIC X(03).
           05 TAR-TIPO                       PIC X(03).
           05 TAR-SUCURSAL                   PIC 9(06).
           05 TAR-CODIGO-COMISION            PIC X(03).
           05 TAR-IMPORTE-FIJO               PIC 9(07)V9(04).
           05 TAR-PORCENTAJE                 PIC 9(03)V9(04).
           05 TAR-MINIMO                     PIC 9(07)V9(04).
           05 TAR-MAXIMO                     PIC 9(07)V9(04).
           05 TAR-DESCRIPCION                PIC X(30).


       FD TRANSACCIONES
          RECORDING MODE F.
       01 REG-TRANSACCION.
           05 TRN-ACCION                     PIC X(01).
             88 TRN-ALTA                         VALUE "A".
             88 TRN-BAJA                         VALUE "B".
             88 TRN-MODIFICACION                 VALUE "M".
           05 TRN-CODIGO                     PIC X(03).
           05 TRN-TIPO                       PIC X(03).
           05 TRN-SUCURSAL                   PIC 9(06).
           05 TRN-CODIGO-COMISION            PIC X(03).
           05 TRN-IMPORTE-FIJO               PIC 9(07)V9(04).
           05 TRN-PORCENTAJE                 PIC 9(03)V9(04).
           05 TRN-MINIMO                     PIC 9(07)V9(04).
           05 TRN-MAXIMO                     PIC 9(07)V9(04).
           05 TRN-DESCRIPCION                PIC X(30).
           05 TRN-USUARIO                    PIC X(08).


       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(198).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-TARIFAS                    PIC X(02).
             88 TARIFAS-OK                      VALUE "00".
             88 TARIFAS-NO-EXISTE                VALUE "35".
             88 TARIFAS-EOF                      VALUE "10".
           05 FS-TRANSACCIONES              PIC X(02).
             88 TRANSACCIONES-OK                VALUE "00".
             88 TRANSACCIONES-NO-EXISTE          VALUE "35".
             88 TRANSACCIONES-EOF                VALUE "10".
           05 FS-AUDITORIA                  PIC X(02).
             88 AUDITORIA-OK                    VALUE "00".
             88 AUDITORIA-NO-EXISTE              VALUE "35".

      *--------------------------><--------><---------------------------
      *  TARIFARIO EN MEMORIA. EL TOPE DE 500 ENTRADAS ES EL MISMO QUE
      *  CARGA CCCACT2: UNA ALTA QUE LO SUPERE SE RECHAZA ACA CON
      *  MOTIVO, EN LUGAR DE PERDERSE EN LA CORRIDA DIARIA
      *--------------------------><--------><---------------------------
       01 WS-CONT-TAR                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-TAR                        PIC 9(04) VALUE ZERO.
       01 WS-SUB-TAR-HALLADA                PIC 9(04) VALUE ZERO.
       01 WS-MAX-TAR                        PIC 9(04) VALUE 500.

       01 WS-TABLA-TAR.
           05 WS-TAR-ENTRADA OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CONT-TAR.
               10 WS-TAR-CODIGO             PIC X(03).
               10 WS-TAR-TIPO               PIC X(03).
               10 WS-TAR-SUCURSAL           PIC 9(06).
               10 WS-TAR-CODIGO-COMISION    PIC X(03).
               10 WS-TAR-IMPORTE-FIJO       PIC 9(07)V9(04).
               10 WS-TAR-PORCENTAJE         PIC 9(03)V9(04).
               10 WS-TAR-MINIMO             PIC 9(07)V9(04).
               10 WS-TAR-MAXIMO             PIC 9(07)V9(04).
               10 WS-TAR-DESCRIPCION        PIC X(30).

       01 WS-SW-TAR-HALLADA                 PIC X(01) VALUE "N".
         88 TAR-HALLADA                         VALUE "S".

       01 WS-SW-TAR-DESBORDADA              PIC X(01) VALUE "N".
         88 TAR-TABLA-DESBORDADA                VALUE "S".

      *--------------------------><--------><---------------------------
      *  VALIDACION DE LA TRANSACCION EN CURSO Y PISTA DE AUDITORIA
      *--------------------------><--------><---------------------------
       01 WS-SW-TRN-VALIDA                  PIC X(01) VALUE "S".
         88 TRN-VALIDA                          VALUE "S".

       01 WS-MOTIVO-RECHAZO                 PIC X(30) VALUE SPACES.

       01 WS-COD-COMISION-ANTERIOR          PIC X(03) VALUE SPACES.
       01 WS-FIJO-ANTERIOR                  PIC 9(07)V9(04) VALUE ZERO.
       01 WS-PORCENTAJE-ANTERIOR            PIC 9(03)V9(04) VALUE ZERO.
       01 WS-MINIMO-ANTERIOR                PIC 9(07)V9(04) VALUE ZERO.
       01 WS-MAXIMO-ANTERIOR                PIC 9(07)V9(04) VALUE ZERO.

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
           05 WS-AUD-CODIGO                PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO                  PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-SUCURSAL              PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-COD-COM-ANT           PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-FIJO-ANT              PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-PORC-ANT              PIC ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MINIMO-ANT            PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MAXIMO-ANT            PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-COD-COM-NUE           PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-FIJO-NUE              PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-PORC-NUE              PIC ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MINIMO-NUE            PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-AUD-MAXIMO-NUE            PIC Z.ZZZ.ZZ9,9999.
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

           PERFORM 00010-CARGAR-TARIFAS

      * CON LA TABLA DESBORDADA, REGRABAR PERDERIA LAS ENTRADAS QUE NO
      * ENTRARON EN MEMORIA: NO SE APLICA NADA Y EL ARCHIVO QUEDA COMO
      * ESTA
           IF TAR-TABLA-DESBORDADA
               DISPLAY "TARIFARIO SIN MODIFICAR, TRANSACCIONES NO "
                       "APLICADAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 00020-APLICAR-TRANSACCIONES

           PERFORM 00040-REGRABAR-TARIFAS

           DISPLAY "TRANSACCIONES LEIDAS    : " WS-CONT-TRANS
           DISPLAY "TRANSACCIONES APLICADAS : " WS-CONT-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "TARIFAS EN LA TABLA     : " WS-CONT-TAR

           IF WS-CONT-RECHAZADAS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL TARIFARIO VIGENTE. SI EL ARCHIVO NO EXISTE
      * SE ARRANCA CON LA TABLA VACIA (PRIMERA CARGA DE LA INSTALACION)

       00010-CARGAR-TARIFAS.

           MOVE ZERO TO WS-CONT-TAR

           OPEN INPUT TARIFAS

           IF NOT TARIFAS-NO-EXISTE
               PERFORM UNTIL TARIFAS-EOF
                   READ TARIFAS
                   AT END
                       SET TARIFAS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-TAR < WS-MAX-TAR
                           ADD 1 TO WS-CONT-TAR
                           MOVE REG-TARIFA
                                TO WS-TAR-ENTRADA(WS-CONT-TAR)
                       ELSE
                           DISPLAY "TABLA CON MAS DE " WS-MAX-TAR
                                   " TARIFAS, EXCEDENTE DESCARTADO: "
                                   TAR-CODIGO " " TAR-TIPO " "
                                   TAR-SUCURSAL
                           SET TAR-TABLA-DESBORDADA TO TRUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
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
           MOVE SPACES TO WS-COD-COMISION-ANTERIOR
           MOVE ZERO   TO WS-FIJO-ANTERIOR
           MOVE ZERO   TO WS-PORCENTAJE-ANTERIOR
           MOVE ZERO   TO WS-MINIMO-ANTERIOR
           MOVE ZERO   TO WS-MAXIMO-ANTERIOR

           IF NOT TRN-ALTA AND NOT TRN-BAJA AND NOT TRN-MODIFICACION
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "ACCION DESCONOCIDA" TO WS-MOTIVO-RECHAZO
           END-IF

           IF TRN-VALIDA
               IF TRN-CODIGO = SPACES OR TRN-TIPO = SPACES
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "CODIGO O TIPO EN BLANCO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           IF TRN-VALIDA
               IF TRN-SUCURSAL NOT NUMERIC
                   MOVE "N" TO WS-SW-TRN-VALIDA
                   MOVE "SUCURSAL NO NUMERICA" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           IF TRN-VALIDA
               PERFORM 00025-BUSCAR-TARIFA

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

      * ALTA: LA TARIFA NO DEBE EXISTIR, LOS DATOS DEBEN SER VALIDOS Y
      * DEBE HABER LUGAR EN LA TABLA QUE CARGA CCCACT2

       00022-ALTA.

           IF TAR-HALLADA
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TARIFA EXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00026-VALIDAR-DATOS
           IF NOT TRN-VALIDA
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-TAR >= WS-MAX-TAR
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TABLA COMPLETA" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONT-TAR
           MOVE TRN-CODIGO            TO WS-TAR-CODIGO(WS-CONT-TAR)
           MOVE TRN-TIPO              TO WS-TAR-TIPO(WS-CONT-TAR)
           MOVE TRN-SUCURSAL          TO WS-TAR-SUCURSAL(WS-CONT-TAR)
           MOVE WS-CONT-TAR           TO WS-SUB-TAR
           PERFORM 00028-ASIGNAR-DATOS

           .

      *--------------------------><--------><---------------------------

      * BAJA: LA TARIFA DEBE EXISTIR; SE ELIMINA CORRIENDO EL RESTO DE
      * LA TABLA. DESDE LA CORRIDA SIGUIENTE EL MOVIMIENTO NO SE TARIFA
      * (O TOMA LA TARIFA GENERAL, SI LA BAJA ERA DE UNA SUCURSAL)

       00023-BAJA.

           IF NOT TAR-HALLADA
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TARIFA INEXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00027-GUARDAR-ANTERIOR

           PERFORM VARYING WS-SUB-TAR FROM WS-SUB-TAR-HALLADA BY 1
                   UNTIL WS-SUB-TAR >= WS-CONT-TAR
               MOVE WS-TAR-ENTRADA(WS-SUB-TAR + 1)
                    TO WS-TAR-ENTRADA(WS-SUB-TAR)
           END-PERFORM

           SUBTRACT 1 FROM WS-CONT-TAR

           .

      *--------------------------><--------><---------------------------

      * MODIFICACION: LA TARIFA DEBE EXISTIR; SE REEMPLAZAN EL CODIGO DE
      * LA COMISION, LOS IMPORTES, EL PORCENTAJE Y LA DESCRIPCION

       00024-MODIFICACION.

           IF NOT TAR-HALLADA
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TARIFA INEXISTENTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           PERFORM 00026-VALIDAR-DATOS
           IF NOT TRN-VALIDA
               EXIT PARAGRAPH
           END-IF

           PERFORM 00027-GUARDAR-ANTERIOR

           MOVE WS-SUB-TAR-HALLADA TO WS-SUB-TAR
           PERFORM 00028-ASIGNAR-DATOS

           .

      *--------------------------><--------><---------------------------

      * BUSCA LA TARIFA DE LA TRANSACCION (CODIGO, TIPO Y SUCURSAL);
      * DEJA LA POSICION EN WS-SUB-TAR-HALLADA

       00025-BUSCAR-TARIFA.

           MOVE ZERO TO WS-SUB-TAR-HALLADA
           MOVE "N"  TO WS-SW-TAR-HALLADA

           PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                   UNTIL WS-SUB-TAR > WS-CONT-TAR
                      OR TAR-HALLADA
               IF WS-TAR-CODIGO(WS-SUB-TAR)       = TRN-CODIGO
                  AND WS-TAR-TIPO(WS-SUB-TAR)     = TRN-TIPO
                  AND WS-TAR-SUCURSAL(WS-SUB-TAR) = TRN-SUCURSAL
                   MOVE WS-SUB-TAR TO WS-SUB-TAR-HALLADA
                   SET TAR-HALLADA TO TRUE
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * VALIDA LOS DATOS DE LA TARIFA DE UN ALTA O MODIFICACION: NO SE
      * TARIFAN LAS ANULACIONES (REVIERTEN LA COMISION DEL ORIGINAL),
      * LOS INTERESES NI LAS PROPIAS COMISIONES; HACE FALTA EL CODIGO
      * DE LA COMISION Y UN CARGO FIJO O UN PORCENTAJE, Y EL MAXIMO,
      * SI LO HAY, NO PUEDE SER MENOR QUE EL MINIMO

       00026-VALIDAR-DATOS.

           IF TRN-TIPO = "ANU" OR TRN-TIPO = "INT" OR TRN-TIPO = "COM"
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "TIPO DE MOVIMIENTO NO TARIFABLE"
                    TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-CODIGO-COMISION = SPACES
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "CODIGO DE COMISION EN BLANCO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-IMPORTE-FIJO NUMERIC
              OR NOT TRN-PORCENTAJE NUMERIC
              OR NOT TRN-MINIMO NUMERIC
              OR NOT TRN-MAXIMO NUMERIC
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "IMPORTES NO NUMERICOS" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-IMPORTE-FIJO = ZERO AND TRN-PORCENTAJE = ZERO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "SIN CARGO FIJO NI PORCENTAJE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-PORCENTAJE > 100
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "PORCENTAJE MAYOR A 100" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF TRN-MAXIMO > ZERO AND TRN-MAXIMO < TRN-MINIMO
               MOVE "N" TO WS-SW-TRN-VALIDA
               MOVE "MAXIMO MENOR QUE EL MINIMO" TO WS-MOTIVO-RECHAZO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * GUARDA LOS VALORES VIGENTES DE LA TARIFA PARA LA AUDITORIA

       00027-GUARDAR-ANTERIOR.

           MOVE WS-TAR-CODIGO-COMISION(WS-SUB-TAR-HALLADA)
                TO WS-COD-COMISION-ANTERIOR
           MOVE WS-TAR-IMPORTE-FIJO(WS-SUB-TAR-HALLADA)
                TO WS-FIJO-ANTERIOR
           MOVE WS-TAR-PORCENTAJE(WS-SUB-TAR-HALLADA)
                TO WS-PORCENTAJE-ANTERIOR
           MOVE WS-TAR-MINIMO(WS-SUB-TAR-HALLADA)
                TO WS-MINIMO-ANTERIOR
           MOVE WS-TAR-MAXIMO(WS-SUB-TAR-HALLADA)
                TO WS-MAXIMO-ANTERIOR

           .

      *--------------------------><--------><---------------------------

      * PASA LOS DATOS DE LA TRANSACCION A LA ENTRADA DE LA TABLA
      * INDICADA EN WS-SUB-TAR

       00028-ASIGNAR-DATOS.

           MOVE TRN-CODIGO-COMISION
                TO WS-TAR-CODIGO-COMISION(WS-SUB-TAR)
           MOVE TRN-IMPORTE-FIJO      TO WS-TAR-IMPORTE-FIJO(WS-SUB-TAR)
           MOVE TRN-PORCENTAJE        TO WS-TAR-PORCENTAJE(WS-SUB-TAR)
           MOVE TRN-MINIMO            TO WS-TAR-MINIMO(WS-SUB-TAR)
           MOVE TRN-MAXIMO            TO WS-TAR-MAXIMO(WS-SUB-TAR)
           MOVE TRN-DESCRIPCION       TO WS-TAR-DESCRIPCION(WS-SUB-TAR)

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
           MOVE TRN-CODIGO              TO WS-AUD-CODIGO
           MOVE TRN-TIPO                TO WS-AUD-TIPO
           IF TRN-SUCURSAL NUMERIC
               MOVE TRN-SUCURSAL        TO WS-AUD-SUCURSAL
           ELSE
               MOVE ZERO                TO WS-AUD-SUCURSAL
           END-IF
           MOVE WS-COD-COMISION-ANTERIOR TO WS-AUD-COD-COM-ANT
           MOVE WS-FIJO-ANTERIOR        TO WS-AUD-FIJO-ANT
           MOVE WS-PORCENTAJE-ANTERIOR  TO WS-AUD-PORC-ANT
           MOVE WS-MINIMO-ANTERIOR      TO WS-AUD-MINIMO-ANT
           MOVE WS-MAXIMO-ANTERIOR      TO WS-AUD-MAXIMO-ANT
           MOVE WS-MOTIVO-RECHAZO       TO WS-AUD-MOTIVO

           MOVE ZERO                    TO WS-AUD-FIJO-NUE
           MOVE ZERO                    TO WS-AUD-PORC-NUE
           MOVE ZERO                    TO WS-AUD-MINIMO-NUE
           MOVE ZERO                    TO WS-AUD-MAXIMO-NUE
           MOVE SPACES                  TO WS-AUD-COD-COM-NUE

           IF NOT TRN-BAJA
               MOVE TRN-CODIGO-COMISION TO WS-AUD-COD-COM-NUE
               IF TRN-IMPORTE-FIJO NUMERIC
                   MOVE TRN-IMPORTE-FIJO TO WS-AUD-FIJO-NUE
               END-IF
               IF TRN-PORCENTAJE NUMERIC
                   MOVE TRN-PORCENTAJE   TO WS-AUD-PORC-NUE
               END-IF
               IF TRN-MINIMO NUMERIC
                   MOVE TRN-MINIMO       TO WS-AUD-MINIMO-NUE
               END-IF
               IF TRN-MAXIMO NUMERIC
                   MOVE TRN-MAXIMO       TO WS-AUD-MAXIMO-NUE
               END-IF
           END-IF

           IF TRN-VALIDA
               MOVE "APLICADA"  TO WS-AUD-RESULTADO
           ELSE
               MOVE "RECHAZADA" TO WS-AUD-RESULTADO
           END-IF

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           .

      *--------------------------><--------><---------------------------

      * REGRABA EL TARIFARIO COMPLETO CON LAS TRANSACCIONES APLICADAS

       00040-REGRABAR-TARIFAS.

           OPEN OUTPUT TARIFAS

           IF NOT TARIFAS-OK
               DISPLAY "ERROR AL ABRIR EL TARIFARIO PARA REGRABAR, FS: "
                       FS-TARIFAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                   UNTIL WS-SUB-TAR > WS-CONT-TAR
                      OR NOT TARIFAS-OK
               MOVE WS-TAR-ENTRADA(WS-SUB-TAR) TO REG-TARIFA
               WRITE REG-TARIFA
           END-PERFORM

           IF NOT TARIFAS-OK
               DISPLAY "ERROR AL REGRABAR EL TARIFARIO, FS: "
                       FS-TARIFAS
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE TARIFAS

           .

       END PROGRAM CCCACT25.

           SELECT INFORME ASSIGN TO "INFORME-DEVENGO.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT LIMITES ASSIGN TO "LIMITES-DESCUBIERTO.TXT"
           FILE STATUS IS FS-LIMITES.

           SELECT FERIADOS ASSIGN TO "CALENDARIO-FERIADOS.TXT"
           FILE STATUS IS FS-FERIADOS.


       I-O-CONTROL.

       01 REG-TASAS.
           05 TAS-TASA-DESCUBIERTO           PIC 9(03)V9(06).
           05 TAS-CARGO-MANTENIMIENTO        PIC 9(07)V9(04).
      * TASA PUNITORIA SOBRE LA PORCION DEL DESCUBIERTO QUE SUPERA EL
      * LIMITE AUTORIZADO; EN BLANCO EN LOS ARCHIVOS ANTERIORES
           05 TAS-TASA-EXCESO                PIC 9(03)V9(06).


       FD CLIENTES
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(160).


       FD LIMITES
          RECORDING MODE F.
       01 REG-LIMITE.
           05 LIM-CLIENTE                    PIC X(10).
           05 LIM-IMPORTE                    PIC 9(13)V9(04).
           05 LIM-FECHA-VENCIMIENTO          PIC 9(08).
           05 LIM-OFICIAL                    PIC X(08).


       FD FERIADOS
          RECORDING MODE F.
       01 REG-FERIADO.
           05 FER-FECHA                      PIC 9(08).
           05 FER-DESCRIPCION                PIC X(30).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
             88 DEVENGO-OK                       VALUE "00".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                       VALUE "00".
           05 FS-LIMITES                    PIC X(02).
             88 LIMITES-OK                       VALUE "00".
             88 LIMITES-NO-EXISTE                VALUE "35".
             88 LIMITES-EOF                      VALUE "10".
           05 FS-FERIADOS                   PIC X(02).
             88 FERIADOS-OK                      VALUE "00".
             88 FERIADOS-NO-EXISTE               VALUE "35".
             88 FERIADOS-EOF                     VALUE "10".

      *--------------------------><--------><---------------------------
      *  PARAMETROS DEL DEVENGAMIENTO: TASA MENSUAL SOBRE EL SALDO
      *  PROMEDIO EN DESCUBIERTO, CARGO FIJO DE MANTENIMIENTO Y TASA
      *  PUNITORIA SOBRE LO QUE EXCEDE EL LIMITE AUTORIZADO, QUE SE
      *  SUMA A LA TASA DE DESCUBIERTO EN UN MOVIMIENTO APARTE
      *--------------------------><--------><---------------------------
       01 WS-TASA-DESCUBIERTO               PIC 9(03)V9(06) VALUE ZERO.
       01 WS-CARGO-MANTENIMIENTO            PIC 9(07)V9(04) VALUE ZERO.
       01 WS-TASA-EXCESO                    PIC 9(03)V9(06) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  PERIODO DEVENGADO: EL MES DE LA FECHA DE PROCESO, DESDE EL
       01 WS-FECHA-INICIO-MES REDEFINES WS-FECHA-INICIO-MES-CMP
                                            PIC 9(08).

      *--------------------------><--------><---------------------------
      *  LOS MOVIMIENTOS SE DEVENGAN POR FECHA VALOR: UNO HECHO EN DIA
      *  INHABIL VALE EL HABIL SIGUIENTE. EL MES TOMA ENTONCES LOS
      *  MOVIMIENTOS POSTERIORES AL ULTIMO HABIL DEL MES ANTERIOR Y
      *  HASTA EL ULTIMO HABIL DE ESTE MES (O LA FECHA DE PROCESO, SI
      *  ES ANTERIOR); LOS DEL FIN DE SEMANA O FERIADO QUE CIERRA EL MES
      *  QUEDAN PARA EL DEVENGO DEL MES SIGUIENTE
      *--------------------------><--------><---------------------------
       01 WS-FECHA-DESDE-VALOR              PIC 9(08) VALUE ZERO.
       01 WS-FECHA-HASTA-VALOR              PIC 9(08) VALUE ZERO.

       01 WS-FECHA-MES-SIGUIENTE-CMP.
           05 WS-SIGUIENTE-ANIO             PIC 9(04).
           05 WS-SIGUIENTE-MES              PIC 9(02).
           05 WS-SIGUIENTE-DIA              PIC 9(02).
       01 WS-FECHA-MES-SIGUIENTE REDEFINES WS-FECHA-MES-SIGUIENTE-CMP
                                            PIC 9(08).

      *--------------------------><--------><---------------------------
      *  CALENDARIO DE FERIADOS BANCARIOS (CALENDARIO-FERIADOS.TXT),
      *  ORDENADO POR FECHA. SABADOS Y DOMINGOS SON SIEMPRE INHABILES
      *--------------------------><--------><---------------------------
       01 WS-CONT-FER                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-FER                        PIC 9(04) VALUE ZERO.

       01 WS-TABLA-FER.
           05 WS-FER-ENTRADA OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-CONT-FER.
               10 WS-FER-FECHA              PIC 9(08).

       01 WS-CAL-FECHA                      PIC 9(08) VALUE ZERO.
       01 WS-CAL-INT                        PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.

       01 WS-SW-DIA-HABIL                   PIC X(01) VALUE "N".
         88 DIA-HABIL                           VALUE "S".

      *--------------------------><--------><---------------------------
      *  CALCULO POR CLIENTE: EL SALDO AL INICIO DEL MES SE
      *  RECONSTRUYE RESTANDO AL SALDO ACTUAL LOS MOVIMIENTOS DEL MES
      *  AMBOS EXTREMOS
      *--------------------------><--------><---------------------------
       01 WS-SUMA-MOV-MES                   PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SUMA-MOV-POSTERIOR             PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SALDO-FIN-MES                  PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SALDO-INICIO-MES               PIC S9(13)V9(04) VALUE ZERO.
       01 WS-SALDO-PROMEDIO                 PIC S9(13)V9(04) VALUE ZERO.
       01 WS-INTERES                        PIC S9(12)V9(04) VALUE ZERO.
       01 WS-CARGO                          PIC S9(12)V9(04) VALUE ZERO.
       01 WS-PORCION-EXCESO                 PIC S9(13)V9(04) VALUE ZERO.
       01 WS-PUNITORIO                      PIC S9(12)V9(04) VALUE ZERO.

       01 WS-SW-FIN-CLIENTE                 PIC X(01) VALUE "N".
         88 FIN-CLIENTE                         VALUE "S".
       01 WS-CLI-SUCURSAL-ACTUAL            PIC 9(06) VALUE ZERO.
       01 WS-CLI-ESTADO-ACTUAL              PIC X(01) VALUE SPACE.

      *--------------------------><--------><---------------------------
      *  LIMITES DE DESCUBIERTO AUTORIZADOS (LIMITES-DESCUBIERTO.TXT).
      *  UN CLIENTE SIN LIMITE, O CON EL LIMITE VENCIDO A LA FECHA DE
      *  PROCESO, TIENE LIMITE CERO: TODO SU DESCUBIERTO ES EXCESO
      *--------------------------><--------><---------------------------
       01 WS-CONT-LIM                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-LIM.
           05 WS-LIM-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-LIM
                              INDEXED BY WS-IDX-LIM.
               10 WS-LIM-CLIENTE            PIC X(10).
               10 WS-LIM-IMPORTE            PIC 9(13)V9(04).
               10 WS-LIM-VENCIMIENTO        PIC 9(08).

       01 WS-LIM-IMPORTE-ACTUAL             PIC 9(13)V9(04) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CABECERA Y DETALLE DEL INFORME DE CALCULO, PARA AUDITAR LO
      *  DEVENGADO ANTES DE LA CORRIDA QUE LO POSTEA
           05 FILLER                       PIC X(07) VALUE "INTERES".
           05 FILLER                       PIC X(17) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "CARGO".
           05 FILLER                       PIC X(19) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "EXCESO".
           05 FILLER                       PIC X(12) VALUE SPACES.

       01 WS-DETALLE-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-INF-INTERES               PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-INF-CARGO                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-INF-PUNITORIO             PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999.

       01 WS-LINEA-TOTAL-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "CARGOS: ".
           05 WS-TOT-CARGOS                PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "EXCESO: ".
           05 WS-TOT-PUNITORIOS            PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999.
           05 FILLER                       PIC X(46) VALUE SPACES.

       01 LINEA-GUIONADA                   PIC X(160) VALUE ALL "-".

       01 WS-CONT-SALDOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-INTERESES                PIC 9(09) VALUE ZERO.
       01 WS-CONT-CARGOS                   PIC 9(09) VALUE ZERO.
       01 WS-CONT-PUNITORIOS               PIC 9(09) VALUE ZERO.
       01 WS-CONT-OMITIDOS                 PIC 9(09) VALUE ZERO.
       01 WS-CONT-SIN-CARGO                PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-INTERES                 PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-CARGOS                  PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TOTAL-PUNITORIOS              PIC S9(13)V9(04) VALUE ZERO.


       PROCEDURE DIVISION.

           PERFORM 00011-CARGAR-CLIENTES

           PERFORM 00013-CARGAR-LIMITES

           PERFORM 00014-CARGAR-FERIADOS

           PERFORM 00015-FIJAR-PERIODO-VALOR

           PERFORM 00012-ABRIR-MAESTRO

           PERFORM 00020-PROCESAR-SALDOS
           DISPLAY "SALDOS LEIDOS             : " WS-CONT-SALDOS
           DISPLAY "INTERESES DEVENGADOS      : " WS-CONT-INTERESES
           DISPLAY "CARGOS DEVENGADOS         : " WS-CONT-CARGOS
           DISPLAY "PUNITORIOS POR EXCESO     : " WS-CONT-PUNITORIOS
           DISPLAY "CUENTAS OMITIDAS          : " WS-CONT-OMITIDOS
           DISPLAY "INACTIVAS SIN CARGO       : " WS-CONT-SIN-CARGO

           GOBACK.

      *--------------------------><--------><---------------------------

               DISPLAY "SIN ARCHIVO DE TASAS Y CARGOS, NADA QUE "
                       "DEVENGAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ TASAS
               DISPLAY "ARCHIVO DE TASAS Y CARGOS VACIO"
               CLOSE TASAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           NOT AT END
               MOVE TAS-TASA-DESCUBIERTO
                    TO WS-TASA-DESCUBIERTO
               MOVE TAS-CARGO-MANTENIMIENTO
                    TO WS-CARGO-MANTENIMIENTO
               IF TAS-TASA-EXCESO NUMERIC
                   MOVE TAS-TASA-EXCESO TO WS-TASA-EXCESO
               ELSE
                   MOVE ZERO            TO WS-TASA-EXCESO
               END-IF
           END-READ

           CLOSE TASAS

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA LOS LIMITES DE DESCUBIERTO AUTORIZADOS. SIN
      * ARCHIVO TODOS LOS CLIENTES TIENEN LIMITE CERO

       00013-CARGAR-LIMITES.

           MOVE ZERO TO WS-CONT-LIM

           OPEN INPUT LIMITES

           IF LIMITES-NO-EXISTE
               DISPLAY "SIN TABLA DE LIMITES DE DESCUBIERTO, TODOS LOS "
                       "CLIENTES CON LIMITE CERO"
           ELSE
               PERFORM UNTIL LIMITES-EOF
                   READ LIMITES
                   AT END
                       SET LIMITES-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-LIM < 20000
                           ADD 1 TO WS-CONT-LIM
                           MOVE LIM-CLIENTE
                                TO WS-LIM-CLIENTE(WS-CONT-LIM)
                           MOVE LIM-IMPORTE
                                TO WS-LIM-IMPORTE(WS-CONT-LIM)
                           MOVE LIM-FECHA-VENCIMIENTO
                                TO WS-LIM-VENCIMIENTO(WS-CONT-LIM)
                       ELSE
                           DISPLAY "TABLA DE LIMITES COMPLETA, CLIENTE "
                                   "DESCARTADO: " LIM-CLIENTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CALENDARIO DE FERIADOS. SIN ARCHIVO SOLO
      * LOS SABADOS Y DOMINGOS SON INHABILES

       00014-CARGAR-FERIADOS.

           MOVE ZERO TO WS-CONT-FER

           OPEN INPUT FERIADOS

           IF FERIADOS-NO-EXISTE
               DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SABADOS Y "
                       "DOMINGOS SON INHABILES"
           ELSE
               PERFORM UNTIL FERIADOS-EOF
                   READ FERIADOS
                   AT END
                       SET FERIADOS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-FER < 2000
                           ADD 1 TO WS-CONT-FER
                           MOVE FER-FECHA
                                TO WS-FER-FECHA(WS-CONT-FER)
                       ELSE
                           DISPLAY "CALENDARIO COMPLETO, FERIADO "
                                   "DESCARTADO: " FER-FECHA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * FIJA LOS EXTREMOS DEL PERIODO POR FECHA VALOR: DESDE EL DIA
      * SIGUIENTE AL ULTIMO HABIL DEL MES ANTERIOR HASTA EL ULTIMO
      * HABIL DEL MES, SIN PASAR LA FECHA DE PROCESO

       00015-FIJAR-PERIODO-VALOR.

           COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO-MES) - 1
           COMPUTE WS-CAL-FECHA = FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           PERFORM 00028-RETROCEDER-A-HABIL
           COMPUTE WS-FECHA-DESDE-VALOR =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INT + 1)

           IF WS-PROCESO-MES = 12
               COMPUTE WS-SIGUIENTE-ANIO = WS-PROCESO-ANIO + 1
               MOVE 01 TO WS-SIGUIENTE-MES
           ELSE
               MOVE WS-PROCESO-ANIO TO WS-SIGUIENTE-ANIO
               COMPUTE WS-SIGUIENTE-MES = WS-PROCESO-MES + 1
           END-IF
           MOVE 01 TO WS-SIGUIENTE-DIA

           COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-MES-SIGUIENTE) - 1
           COMPUTE WS-CAL-FECHA = FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           PERFORM 00028-RETROCEDER-A-HABIL
           MOVE WS-CAL-FECHA TO WS-FECHA-HASTA-VALOR

           IF WS-FECHA-HASTA-VALOR > WS-FECHA-PROCESO-NUM
               MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-HASTA-VALOR
           END-IF

           DISPLAY "PERIODO POR FECHA VALOR   : " WS-FECHA-DESDE-VALOR
                   " A " WS-FECHA-HASTA-VALOR

           .

      *--------------------------><--------><---------------------------

      * RECORRE EL MAESTRO DE SALDOS Y DEVENGA INTERES Y CARGO PARA
      * CADA CLIENTE, DEJANDO EL DETALLE EN EL INFORME DE CALCULO

           IF SALDOS-NO-EXISTE
               DISPLAY "SIN MAESTRO DE SALDOS, NADA QUE DEVENGAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DEVENGO

           MOVE WS-TOTAL-INTERES TO WS-TOT-INTERES
           MOVE WS-TOTAL-CARGOS  TO WS-TOT-CARGOS
           MOVE WS-TOTAL-PUNITORIOS TO WS-TOT-PUNITORIOS
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-INFORME
           AFTER ADVANCING 2 LINES

      *--------------------------><--------><---------------------------

      * DEVENGA EL CLIENTE EN CURSO: PROMEDIO DEL MES, INTERES DE
      * DESCUBIERTO SI EL PROMEDIO ES NEGATIVO, PUNITORIO SOBRE LA
      * PORCION DEL PROMEDIO QUE SUPERA EL LIMITE AUTORIZADO Y CARGO
      * FIJO DE MANTENIMIENTO. LAS CUENTAS CERRADAS NO DEVENGAN Y LAS
      * INACTIVAS NO PAGAN EL CARGO DE MANTENIMIENTO

       00021-DEVENGAR-CLIENTE.


           MOVE ZERO TO WS-INTERES
           MOVE ZERO TO WS-CARGO
           MOVE ZERO TO WS-PUNITORIO

           IF WS-SALDO-PROMEDIO < ZERO
              AND WS-TASA-DESCUBIERTO > ZERO
               PERFORM 00024-GRABAR-INTERES
           END-IF

           COMPUTE WS-PORCION-EXCESO =
                   WS-SALDO-PROMEDIO + WS-LIM-IMPORTE-ACTUAL

           IF WS-PORCION-EXCESO < ZERO
              AND WS-TASA-EXCESO > ZERO
               COMPUTE WS-PUNITORIO ROUNDED =
                       WS-PORCION-EXCESO * WS-TASA-EXCESO / 100
               PERFORM 00026-GRABAR-PUNITORIO
           END-IF

           IF WS-CARGO-MANTENIMIENTO > ZERO
               IF WS-CLI-ESTADO-ACTUAL = "I"
                   ADD 1 TO WS-CONT-SIN-CARGO
               ELSE
                   COMPUTE WS-CARGO = WS-CARGO-MANTENIMIENTO * -1
                   PERFORM 00025-GRABAR-CARGO
               END-IF
           END-IF

           MOVE SAL-CLIENTE          TO WS-INF-CLIENTE
           MOVE WS-SALDO-PROMEDIO    TO WS-INF-PROMEDIO
           MOVE WS-INTERES           TO WS-INF-INTERES
           MOVE WS-CARGO             TO WS-INF-CARGO
           MOVE WS-PUNITORIO         TO WS-INF-PUNITORIO

           WRITE REG-INFORME FROM WS-DETALLE-INFORME

      *--------------------------><--------><---------------------------

      * BUSCA NOMBRE, SUCURSAL Y ESTADO DEL CLIENTE EN CORTE EN LA
      * TABLA DEL MAESTRO DE CLIENTES, Y SU LIMITE DE DESCUBIERTO
      * VIGENTE EN LA TABLA DE LIMITES

       00022-BUSCAR-CLIENTE.

               END-SEARCH
           END-IF

           MOVE ZERO TO WS-LIM-IMPORTE-ACTUAL

           IF WS-CONT-LIM > ZERO
               SET WS-IDX-LIM TO 1
               SEARCH WS-LIM-ENTRADA
                   AT END CONTINUE
                   WHEN WS-LIM-CLIENTE(WS-IDX-LIM) = SAL-CLIENTE
                       IF WS-LIM-VENCIMIENTO(WS-IDX-LIM)
                          >= WS-FECHA-PROCESO-NUM
                           MOVE WS-LIM-IMPORTE(WS-IDX-LIM)
                                TO WS-LIM-IMPORTE-ACTUAL
                       END-IF
               END-SEARCH
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECONSTRUYE EL SALDO AL CIERRE DEL MES RESTANDO AL SALDO
      * ACTUAL LOS MOVIMIENTOS CON FECHA VALOR POSTERIOR, Y EL SALDO AL
      * INICIO RESTANDO ADEMAS LOS DEL PERIODO; TOMA COMO PROMEDIO LA
      * MEDIA SIMPLE ENTRE AMBOS EXTREMOS

       00023-CALCULAR-PROMEDIO.

           MOVE ZERO TO WS-SUMA-MOV-MES
           MOVE ZERO TO WS-SUMA-MOV-POSTERIOR

           IF MAESTRO-ABIERTO
               MOVE SAL-CLIENTE          TO MOV-CLIENTE
               MOVE WS-FECHA-DESDE-VALOR TO MOV-FECHA
               MOVE ZERO                TO MOV-HORA
               MOVE ZERO                TO MOV-SUCURSAL

                   AT END
                       SET FIN-CLIENTE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MOV-CLIENTE NOT = SAL-CLIENTE
                           WHEN MOV-FECHA > WS-FECHA-PROCESO-NUM
                               SET FIN-CLIENTE TO TRUE
                           WHEN MOV-FECHA > WS-FECHA-HASTA-VALOR
                               ADD MOV-IMPORTE TO WS-SUMA-MOV-POSTERIOR
                           WHEN OTHER
                               ADD MOV-IMPORTE TO WS-SUMA-MOV-MES
                       END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF

           COMPUTE WS-SALDO-FIN-MES =
                   SAL-SALDO - WS-SUMA-MOV-POSTERIOR

           COMPUTE WS-SALDO-INICIO-MES =
                   WS-SALDO-FIN-MES - WS-SUMA-MOV-MES

           COMPUTE WS-SALDO-PROMEDIO ROUNDED =
                   (WS-SALDO-INICIO-MES + WS-SALDO-FIN-MES) / 2

           .


           .

      *--------------------------><--------><---------------------------

      * GRABA EL PUNITORIO POR EXCESO SOBRE EL LIMITE AUTORIZADO CON
      * SU PROPIO CODIGO, SEPARADO DEL INTERES DE DESCUBIERTO

       00026-GRABAR-PUNITORIO.

           MOVE SAL-CLIENTE             TO DEV-CLIENTE
           MOVE WS-CLI-SUCURSAL-ACTUAL  TO DEV-SUCURSAL
           MOVE "DVP"                   TO DEV-CODIGO
           MOVE WS-FECHA-PROCESO-NUM    TO DEV-FECHA
           MOVE 235803                  TO DEV-HORA
           MOVE WS-PUNITORIO            TO DEV-IMPORTE
           MOVE "INT"                   TO DEV-TIPO
           MOVE "PES"                   TO DEV-MONEDA
           MOVE SPACES                  TO DEV-REF-ANU

           WRITE REG-DEVENGO

           ADD 1            TO WS-CONT-PUNITORIOS
           ADD WS-PUNITORIO TO WS-TOTAL-PUNITORIOS

           .

      *--------------------------><--------><---------------------------

      * INDICA SI WS-CAL-FECHA ES DIA HABIL: NO ES SABADO NI DOMINGO
      * (6 Y 0 DE LA SEMANA, EL DIA 1 DEL CALENDARIO FUE LUNES) NI
      * FIGURA EN EL CALENDARIO DE FERIADOS

       00027-VERIFICAR-HABIL.

           MOVE "S" TO WS-SW-DIA-HABIL

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7)

           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-SW-DIA-HABIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-CONT-FER
                      OR NOT DIA-HABIL
               IF WS-FER-FECHA(WS-SUB-FER) = WS-CAL-FECHA
                   MOVE "N" TO WS-SW-DIA-HABIL
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * RETROCEDE WS-CAL-FECHA HASTA EL PRIMER DIA HABIL, INCLUSIVE;
      * DEJA LA FECHA EN WS-CAL-FECHA Y SU ENTERO EN WS-CAL-INT

       00028-RETROCEDER-A-HABIL.

           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA)

           PERFORM 00027-VERIFICAR-HABIL

           PERFORM UNTIL DIA-HABIL
               SUBTRACT 1 FROM WS-CAL-INT
               COMPUTE WS-CAL-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
               PERFORM 00027-VERIFICAR-HABIL
           END-PERFORM

           .

       END PROGRAM CCCACT8.

           RECORD KEY IS SAL-CLIENTE
           FILE STATUS IS FS-SALDOS.

      * HISTORIA DIARIA DE SALDOS, INDEXADA POR CLIENTE Y FECHA DE
      * PROCESO: GUARDA EL SALDO DE CIERRE DE CADA DIA CON MOVIMIENTOS
      * PARA LAS CONSULTAS DE SALDO A FECHA Y LA FOTO DE FIN DE MES
           SELECT HISTSALDOS ASSIGN TO "HISTORIA-SALDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS FS-HISTSALDOS.

      * ARCHIVO DE TRABAJO POR SUCURSAL, INDEXADO POR NUMERO: REUNE EL
      * ESTADO DE CONCILIACION Y DEL LISTADO PROPIO DE CADA SUCURSAL,
      * SIN TOPE DE SUCURSALES. SE RECREA VACIO EN CADA CORRIDA
           SELECT ALERTAS ASSIGN TO "ALERTAS-CCCACT.TXT"
           FILE STATUS IS FS-ALERTAS.

      * LIMITES DE DESCUBIERTO AUTORIZADOS POR CLIENTE (MANTENIDOS POR
      * CCCACT18) Y DEBITOS OBSERVADOS CONTRA ESOS LIMITES, QUE LEE
      * CCCACT19 PARA EL INFORME DE EXCESOS POR SUCURSAL
           SELECT LIMITES ASSIGN TO "LIMITES-DESCUBIERTO.TXT"
           FILE STATUS IS FS-LIMITES.

           SELECT EXCESOS ASSIGN TO "EXCESOS-DESCUBIERTO.TXT"
           FILE STATUS IS FS-EXCESOS.

      * PATAS DE TRANSFERENCIA QUE NO SE PUDIERON APAREAR: LAS QUE
      * SIGUEN ESPERANDO LA CONTRAPARTIDA SE ARRASTRAN DE UNA CORRIDA A
      * OTRA EN EL ARCHIVO DE PENDIENTES, Y LAS RETENIDAS O ESCALADAS
      * EN LA CORRIDA SE GRABAN PARA EL INFORME DE CCCACT20
           SELECT TRFPENDIENTES ASSIGN TO "TRF-PENDIENTES.TXT"
           FILE STATUS IS FS-TRFPENDIENTES.

           SELECT TRFSINPAR ASSIGN TO "TRF-SIN-PAR.TXT"
           FILE STATUS IS FS-TRFSINPAR.

      * TARIFARIO DE COMISIONES POR MOVIMIENTO (MANTENIDO POR CCCACT25)
      * Y COMISIONES GENERADAS O REVERTIDAS EN LA CORRIDA, QUE LEE
      * CCCACT26 PARA EL INFORME DE INGRESOS POR COMISIONES
           SELECT TARIFAS ASSIGN TO "TARIFAS.TXT"
           FILE STATUS IS FS-TARIFAS.

           SELECT COMISIONES ASSIGN TO "COMISIONES-TARIFA.TXT"
           FILE STATUS IS FS-COMISIONES.

      * CALENDARIO DE FERIADOS BANCARIOS (MANTENIDO POR CCCACT27) PARA
      * LA FECHA VALOR DE LOS MOVIMIENTOS HECHOS EN DIA INHABIL
           SELECT FERIADOS ASSIGN TO "CALENDARIO-FERIADOS.TXT"
           FILE STATUS IS FS-FERIADOS.

           SELECT ORDENADO ASSIGN TO "SORT".


               10 CCCACT-REF-FECHA           PIC 9(08).
               10 CCCACT-REF-HORA            PIC 9(06).
               10 CCCACT-REF-SUCURSAL        PIC 9(06).
      * EN LAS TRANSFERENCIAS (TIPO "TRF") EL MISMO CAMPO LLEVA LA
      * REFERENCIA DE LA TRANSFERENCIA, COMUN A LA PATA DEBITO Y A LA
      * PATA CREDITO, CON LA QUE SE APAREAN ANTES DE ASENTARLAS
           05 CCCACT-REF-TRF REDEFINES CCCACT-REF-ANU
                                             PIC X(20).

      * REGISTROS DE CONTROL DEL ARCHIVO DE ENTRADA: LA CABECERA TRAE
      * LA FECHA DEL ARCHIVO Y SU NUMERO DE GENERACION, EL PIE LA
             88 CLI-ABIERTA                      VALUE "A".
             88 CLI-BLOQUEADA                    VALUE "B".
             88 CLI-CERRADA                      VALUE "C".
             88 CLI-INACTIVA                     VALUE "I".


       FD EXTRACTO
           05 PAR-SUCURSAL                   PIC 9(06).
           05 PAR-FECHA-DESDE                PIC 9(08).
           05 PAR-FECHA-HASTA                PIC 9(08).
      * DIAS QUE UNA PATA DE TRANSFERENCIA SIN PAR ESPERA LA
      * CONTRAPARTIDA ANTES DE PASAR A EXCEPCIONES; CERO = 3 DIAS
           05 PAR-DIAS-PENDIENTE-TRF         PIC 9(03).


       FD SALDOS.
           05 SAL-CANT-MOV                   PIC 9(07).


       FD HISTSALDOS.
       01 REG-HISTSALDOS.
           05 HSA-CLAVE.
               10 HSA-CLIENTE                PIC X(10).
               10 HSA-FECHA                  PIC 9(08).
           05 HSA-SALDO-APERTURA             PIC S9(13)V9(04).
           05 HSA-IMPORTE-DIA                PIC S9(13)V9(04).
           05 HSA-SALDO                      PIC S9(13)V9(04).
           05 HSA-CANT-MOV                   PIC 9(07).


       FD TRABAJOSUC.
       01 REG-TRABAJOSUC.
           05 TRB-SUCURSAL                   PIC 9(06).
       01 REG-ALERTA                         PIC X(100).


       FD LIMITES
          RECORDING MODE F.
       01 REG-LIMITE.
           05 LIM-CLIENTE                    PIC X(10).
           05 LIM-IMPORTE                    PIC 9(13)V9(04).
           05 LIM-FECHA-VENCIMIENTO          PIC 9(08).
           05 LIM-OFICIAL                    PIC X(08).


       FD EXCESOS
          RECORDING MODE F.
       01 REG-EXCESO.
           05 EXC-CLIENTE                    PIC X(10).
      * SUCURSAL DE RADICACION DEL CLIENTE (LA DEL MOVIMIENTO CUANDO EL
      * CLIENTE NO ESTA EN EL MAESTRO) Y SUCURSAL DONDE SE CURSO
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


      * EL MOVIMIENTO RETENIDO TAL COMO ENTRO, CON SU MARCA DE ORIGEN
      * Y LA FECHA DE PROCESO EN QUE SE RETUVO POR PRIMERA VEZ
       FD TRFPENDIENTES
          RECORDING MODE F.
       01 REG-TRFPENDIENTE.
           05 PEN-MOVIMIENTO                 PIC X(75).
           05 PEN-ORIGEN                     PIC X(01).
           05 PEN-FECHA-RETENCION            PIC 9(08).


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


       FD TARIFAS
          RECORDING MODE F.
       01 REG-TARIFA.
           05 TAR-CODIGO                     PIC X(03).
           05 TAR-TIPO                       PIC X(03).
      * SUCURSAL DONDE SE CURSA EL MOVIMIENTO; CERO = TODAS. LA TARIFA
      * DE UNA SUCURSAL PREVALECE SOBRE LA GENERAL DEL MISMO CODIGO
           05 TAR-SUCURSAL                   PIC 9(06).
      * CODIGO CON QUE SE GENERA EL MOVIMIENTO COM DE LA COMISION
           05 TAR-CODIGO-COMISION            PIC X(03).
           05 TAR-IMPORTE-FIJO               PIC 9(07)V9(04).
           05 TAR-PORCENTAJE                 PIC 9(03)V9(04).
           05 TAR-MINIMO                     PIC 9(07)V9(04).
      * MAXIMO EN CERO = COMISION SIN TOPE
           05 TAR-MAXIMO                     PIC 9(07)V9(04).
           05 TAR-DESCRIPCION                PIC X(30).


       FD FERIADOS
          RECORDING MODE F.
       01 REG-FERIADO.
           05 FER-FECHA                      PIC 9(08).
           05 FER-DESCRIPCION                PIC X(30).


      * UNA LINEA POR COMISION GENERADA O REVERTIDA: LA SUCURSAL Y EL
      * CODIGO/TIPO DEL MOVIMIENTO QUE LA ORIGINO IDENTIFICAN LA LINEA
      * DE TARIFA. LA COMISION ES INGRESO EN POSITIVO Y LA REVERSION
      * LO DESCUENTA EN NEGATIVO
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


       FD MAESTROMOV.
       01 REG-MAESTROMOV.
           05 MOV-CLAVE.
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                        VALUE "00".
             88 SALDOS-NO-EXISTE                 VALUE "35".
           05 FS-HISTSALDOS                 PIC X(02).
             88 HISTSALDOS-OK                    VALUE "00".
             88 HISTSALDOS-NO-EXISTE             VALUE "35".
           05 FS-TRABAJOSUC                 PIC X(02).
             88 TRABAJOSUC-OK                    VALUE "00".
             88 TRABAJOSUC-EOF                   VALUE "10".
             88 UMBRALES-EOF                     VALUE "10".
           05 FS-ALERTAS                    PIC X(02).
             88 ALERTAS-OK                       VALUE "00".
           05 FS-LIMITES                    PIC X(02).
             88 LIMITES-OK                       VALUE "00".
             88 LIMITES-NO-EXISTE                VALUE "35".
             88 LIMITES-EOF                      VALUE "10".
           05 FS-EXCESOS                    PIC X(02).
             88 EXCESOS-OK                       VALUE "00".
           05 FS-TRFPENDIENTES              PIC X(02).
             88 TRFPENDIENTES-OK                 VALUE "00".
             88 TRFPENDIENTES-NO-EXISTE          VALUE "35".
             88 TRFPENDIENTES-EOF                VALUE "10".
           05 FS-TRFSINPAR                  PIC X(02).
             88 TRFSINPAR-OK                     VALUE "00".
           05 FS-TARIFAS                    PIC X(02).
             88 TARIFAS-OK                       VALUE "00".
             88 TARIFAS-NO-EXISTE                VALUE "35".
             88 TARIFAS-EOF                      VALUE "10".
           05 FS-COMISIONES                 PIC X(02).
             88 COMISIONES-OK                    VALUE "00".
           05 FS-FERIADOS                   PIC X(02).
             88 FERIADOS-OK                      VALUE "00".
             88 FERIADOS-NO-EXISTE               VALUE "35".
             88 FERIADOS-EOF                     VALUE "10".
           05 FS-MAESTROMOV                 PIC X(02).
             88 MAESTROMOV-OK                    VALUE "00".
             88 MAESTROMOV-NO-EXISTE             VALUE "35".
           05 AUX-CCCACT-ORIGEN             PIC X(01).
             88 MOVIMIENTO-RECICLADO            VALUE "R".
             88 MOVIMIENTO-DEVENGO              VALUE "D".
             88 MOVIMIENTO-TARIFA               VALUE "T".
      *-------- 75 + MARCA DE ORIGEN

       01 WS-FECHA-PROCESO-SISTEMA.

       01 WS-CONT-ALERTAS                   PIC 9(09) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  LIMITES DE DESCUBIERTO (LIMITES-DESCUBIERTO.TXT): IMPORTE
      *  AUTORIZADO, VENCIMIENTO Y OFICIAL QUE LO APROBO. UN CLIENTE
      *  SIN LIMITE, O CON EL LIMITE VENCIDO A LA FECHA DE PROCESO,
      *  TIENE LIMITE CERO. TODO DEBITO DEB/CHQ/COM QUE DEJA EL SALDO
      *  POR DEBAJO DEL LIMITE, Y TODO DEBITO SOBRE UNA CUENTA
      *  BLOQUEADA, SE GRABA EN EL ARCHIVO DE EXCESOS. EL MOVIMIENTO
      *  SE ASIENTA IGUAL: EL CONTROL ES DE OBSERVACION
      *--------------------------><--------><---------------------------
       01 WS-CONT-LIM                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-LIM.
           05 WS-LIM-ENTRADA OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-CONT-LIM
                              INDEXED BY WS-IDX-LIM.
               10 WS-LIM-CLIENTE            PIC X(10).
               10 WS-LIM-IMPORTE            PIC 9(13)V9(04).
               10 WS-LIM-VENCIMIENTO        PIC 9(08).
               10 WS-LIM-OFICIAL            PIC X(08).

      * DATOS DEL CLIENTE EN CORTE PARA EL CONTROL DE DESCUBIERTO
       01 WS-CLI-SUCURSAL-HALLADO           PIC 9(06) VALUE ZERO.
       01 WS-CLI-ESTADO-CORTE               PIC X(01) VALUE SPACE.
         88 CORTE-BLOQUEADA                     VALUE "B".
       01 WS-CLI-SUCURSAL-CORTE             PIC 9(06) VALUE ZERO.
       01 WS-LIM-IMPORTE-CORTE              PIC 9(13)V9(04) VALUE ZERO.
       01 WS-LIM-VENCIMIENTO-CORTE          PIC 9(08) VALUE ZERO.
       01 WS-LIM-OFICIAL-CORTE              PIC X(08) VALUE SPACES.

       01 WS-SALDO-RESULTANTE               PIC S9(13)V9(04) VALUE ZERO.
       01 WS-EXCESO-DESCUBIERTO             PIC S9(13)V9(04) VALUE ZERO.

       01 WS-CONT-EXCESOS                   PIC 9(09) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  APAREO DE TRANSFERENCIAS. LAS PATAS TRF VALIDAS NO SE LIBERAN
      *  AL SORT AL LEERLAS: SE ACUMULAN EN ESTA TABLA, JUNTO CON LAS
      *  PENDIENTES DE CORRIDAS ANTERIORES, Y AL TERMINAR LA CARGA SE
      *  AGRUPAN POR REFERENCIA SOBRE TODO EL DIA, SIN IMPORTAR LA
      *  SUCURSAL QUE LAS ENVIO. SOLO SE ASIENTA EL PAR DE UN DEBITO Y
      *  UN CREDITO EN LA MISMA MONEDA QUE COMPENSAN A CERO; EL RESTO
      *  QUEDA RETENIDO HASTA WS-DIAS-PENDIENTE-TRF DIAS Y LUEGO PASA
      *  AL CIRCUITO DE EXCEPCIONES
      *--------------------------><--------><---------------------------
       01 WS-DIAS-PENDIENTE-TRF             PIC 9(03) VALUE 3.

       01 WS-CONT-TRF                       PIC 9(05) VALUE ZERO.

       01 WS-TABLA-TRF.
           05 WS-TRF-ENTRADA OCCURS 1 TO 10000 TIMES
                              DEPENDING ON WS-CONT-TRF.
               10 WS-TRF-MOVIMIENTO         PIC X(75).
               10 WS-TRF-REFERENCIA         PIC X(20).
               10 WS-TRF-IMPORTE            PIC S9(12)V9(04).
               10 WS-TRF-MONEDA             PIC X(03).
               10 WS-TRF-ORIGEN             PIC X(01).
               10 WS-TRF-FECHA-RETENCION    PIC 9(08).
               10 WS-TRF-ESTADO             PIC X(01).
                 88 TRF-SIN-APAREAR             VALUE SPACE.
                 88 TRF-LIBERADA                VALUE "L".
                 88 TRF-RETENIDA                VALUE "P".
                 88 TRF-ESCALADA                VALUE "E".

      * ORIGEN Y FECHA DE RETENCION CON QUE SE CARGA LA PATA LEIDA
       01 WS-TRF-ORIGEN-NUEVA               PIC X(01) VALUE SPACE.
       01 WS-TRF-FECHA-NUEVA                PIC 9(08) VALUE ZERO.

       01 WS-SUB-TRF                        PIC 9(05) VALUE ZERO.
       01 WS-SUB-TRF-GRUPO                  PIC 9(05) VALUE ZERO.

       01 WS-TRF-REF-GRUPO                  PIC X(20) VALUE SPACES.
       01 WS-TRF-MONEDA-GRUPO               PIC X(03) VALUE SPACES.
       01 WS-TRF-PATAS                      PIC 9(05) VALUE ZERO.
       01 WS-TRF-DEBITOS                    PIC 9(05) VALUE ZERO.
       01 WS-TRF-NETO                       PIC S9(13)V9(04) VALUE ZERO.

       01 WS-SW-TRF-MONEDA-DISTINTA         PIC X(01) VALUE "N".
         88 TRF-MONEDA-DISTINTA                 VALUE "S".

       01 WS-TRF-MOTIVO                     PIC X(01) VALUE SPACE.
         88 TRF-APAREADA                        VALUE SPACE.
         88 TRF-SIN-CONTRAPARTIDA               VALUE "S".
         88 TRF-NO-COMPENSA                     VALUE "N".
         88 TRF-MAS-DE-DOS-PATAS                VALUE "M".

       01 WS-TRF-DIAS-RETENIDA              PIC 9(05) VALUE ZERO.

       01 WS-CONT-TRF-APAREADAS             PIC 9(09) VALUE ZERO.
       01 WS-CONT-TRF-RETENIDAS             PIC 9(09) VALUE ZERO.
       01 WS-CONT-TRF-ESCALADAS             PIC 9(09) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  TARIFARIO DE COMISIONES (TARIFAS.TXT): POR CODIGO Y TIPO DE
      *  MOVIMIENTO, Y OPCIONALMENTE POR SUCURSAL, UN CARGO FIJO, UN
      *  PORCENTAJE SOBRE EL IMPORTE EN PESOS Y UN MINIMO Y UN MAXIMO.
      *  CADA MOVIMIENTO ACEPTADO CON TARIFA GENERA EN LA MISMA CORRIDA
      *  SU MOVIMIENTO COM, QUE LLEVA EN LA REFERENCIA LA CLAVE DEL
      *  MOVIMIENTO QUE LO ORIGINO. CUANDO ESE MOVIMIENTO SE ANULA, LA
      *  COMISION SE REVIERTE CON SU PROPIA ANULACION
      *--------------------------><--------><---------------------------
       01 WS-CONT-TAR                       PIC 9(04) VALUE ZERO.
       01 WS-SUB-TAR                        PIC 9(04) VALUE ZERO.
       01 WS-SUB-TAR-HALLADA                PIC 9(04) VALUE ZERO.

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

       01 WS-TAR-BUS-CODIGO                 PIC X(03) VALUE SPACES.
       01 WS-TAR-BUS-TIPO                   PIC X(03) VALUE SPACES.
       01 WS-TAR-BUS-SUCURSAL               PIC 9(06) VALUE ZERO.

      * EL MOVIMIENTO QUE ORIGINA LA COMISION Y SU CLAVE, QUE VIAJA EN
      * LA REFERENCIA DE LA COMISION CON EL FORMATO DE LA DE ANULACION
       01 WS-TAR-ORIG-CODIGO                PIC X(03) VALUE SPACES.
       01 WS-TAR-ORIG-TIPO                  PIC X(03) VALUE SPACES.

       01 WS-TAR-REFERENCIA.
           05 WS-TAR-REF-FECHA              PIC 9(08).
           05 WS-TAR-REF-HORA               PIC 9(06).
           05 WS-TAR-REF-SUCURSAL           PIC 9(06).

       01 WS-TAR-IMPORTE-BASE               PIC S9(13)V9(04) VALUE ZERO.
       01 WS-TAR-COMISION                   PIC 9(13)V9(02) VALUE ZERO.
       01 WS-TAR-DESC-LINEA                 PIC X(30) VALUE SPACES.

      * COMISION HALLADA EN EL MAESTRO AL ANULARSE SU ORIGINAL
       01 WS-TAR-COM-CLAVE.
           05 WS-TAR-COM-FECHA              PIC 9(08).
           05 WS-TAR-COM-HORA               PIC 9(06).
           05 WS-TAR-COM-SUCURSAL           PIC 9(06).
       01 WS-TAR-COM-CODIGO                 PIC X(03) VALUE SPACES.
       01 WS-TAR-COM-IMPORTE                PIC S9(12)V9(04) VALUE ZERO.

       01 WS-SW-TAR-COM-HALLADA             PIC X(01) VALUE "N".
         88 TAR-COM-HALLADA                     VALUE "S".

       01 WS-SW-TAR-COM-ANULADA             PIC X(01) VALUE "N".
         88 TAR-COM-ANULADA                     VALUE "S".

       01 WS-SW-FIN-BUSQ-TAR                PIC X(01) VALUE "N".
         88 FIN-BUSQ-TAR                        VALUE "S".

      * EL MOVIMIENTO GENERADO LLEVA LA HORA 23:59 Y LOS SEGUNDOS COMO
      * NUMERO DE ORDEN, SALTEANDO LAS CLAVES YA OCUPADAS EN EL MAESTRO,
      * LAS GENERADAS EN LA CORRIDA PARA EL MISMO CLIENTE Y LAS DE LA
      * ENTRADA DE LA CORRIDA EN LA FRANJA DE 23:59
       01 WS-TAR-HORA-BASE                  PIC 9(06) VALUE 235900.
       01 WS-TAR-SEGUNDO                    PIC 9(02) VALUE ZERO.
       01 WS-TAR-FECHA-CLAVE                PIC 9(08) VALUE ZERO.
       01 WS-TAR-HORA-CLAVE                 PIC 9(06) VALUE ZERO.
       01 WS-TAR-SUCURSAL-CLAVE             PIC 9(06) VALUE ZERO.

       01 WS-SW-TAR-HORA-LIBRE              PIC X(01) VALUE "N".
         88 TAR-HORA-LIBRE                      VALUE "S".

       01 WS-TAR-CLIENTE-CLAVES             PIC X(10) VALUE SPACES.
       01 WS-CONT-TAR-CLAVE                 PIC 9(04) VALUE ZERO.
       01 WS-SUB-TAR-CLAVE                  PIC 9(04) VALUE ZERO.

       01 WS-TABLA-TAR-CLAVE.
           05 WS-TAR-CLAVE-ENTRADA OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CONT-TAR-CLAVE.
               10 WS-TAR-CLAVE-FECHA        PIC 9(08).
               10 WS-TAR-CLAVE-HORA         PIC 9(06).
               10 WS-TAR-CLAVE-SUCURSAL     PIC 9(06).

      * CLAVES DE LA FRANJA DE 23:59 DE TODO LO QUE SE ENTREGA A LA
      * SORT, ANOTADAS ANTES DE QUE SE GENERE LA PRIMERA COMISION: UN
      * MOVIMIENTO DEL CLIENTE QUE TODAVIA NO SALIO DE LA SORT NO PUEDE
      * CHOCAR CON UNA CLAVE GENERADA. SI LA TABLA SE LLENA NO HAY
      * FORMA DE ASEGURAR UNA CLAVE LIBRE Y NO SE GENERAN COMISIONES
       01 WS-CONT-TAR-ENTRADA               PIC 9(05) VALUE ZERO.
       01 WS-SUB-TAR-ENTRADA                PIC 9(05) VALUE ZERO.

       01 WS-TABLA-TAR-ENTRADA.
           05 WS-TAR-ENT-ENTRADA OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-CONT-TAR-ENTRADA.
               10 WS-TAR-ENT-CLIENTE        PIC X(10).
               10 WS-TAR-ENT-FECHA          PIC 9(08).
               10 WS-TAR-ENT-HORA           PIC 9(06).
               10 WS-TAR-ENT-SUCURSAL       PIC 9(06).

       01 WS-SW-TAR-ENTRADA-LLENA           PIC X(01) VALUE "N".
         88 TAR-ENTRADA-LLENA                   VALUE "S".

      * EL MOVIMIENTO GENERADO NO REEMPLAZA AL ULTIMO ACEPTADO EN LA
      * DETECCION DE DUPLICADOS DE LA SORT
       01 WS-TAR-MOV-ANTERIOR               PIC X(75) VALUE SPACES.

       01 WS-CONT-COM-GENERADAS             PIC 9(09) VALUE ZERO.
       01 WS-CONT-COM-REVERTIDAS            PIC 9(09) VALUE ZERO.
       01 WS-CONT-COM-SIN-CLAVE             PIC 9(09) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  CALENDARIO DE FERIADOS (CALENDARIO-FERIADOS.TXT), ORDENADO POR
      *  FECHA. UN MOVIMIENTO HECHO EN SABADO, DOMINGO O FERIADO TOMA
      *  COMO FECHA VALOR EL DIA HABIL SIGUIENTE; LA HISTORIA DE SALDOS
      *  DE LA CORRIDA SE ASIENTA EN LA FECHA VALOR DE LA FECHA DE
      *  PROCESO. EL DEVENGO DE CCCACT8 USA EL MISMO CRITERIO
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

       01 WS-FECHA-VALOR-PROCESO            PIC 9(08) VALUE ZERO.
       01 WS-FECHA-VALOR-MOV                PIC 9(08) VALUE ZERO.

       01 WS-CONT-FECHA-VALOR               PIC 9(09) VALUE ZERO.

      *--------------------------><--------><---------------------------
      *  COTIZACIONES DEL DIA (COTIZACIONES.TXT): TASA DE CONVERSION A
      *  PESOS POR MONEDA. LOS IMPORTES SE TECLEAN EN SU MONEDA DE
           05 WS-RES-ALERTAS               PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-EXCESOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "DEBITOS SOBRE LIMITE        : ".
           05 WS-RES-EXCESOS               PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-TRF-APAREADAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "PATAS TRF APAREADAS         : ".
           05 WS-RES-TRF-APAREADAS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-TRF-RETENIDAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "PATAS TRF RETENIDAS         : ".
           05 WS-RES-TRF-RETENIDAS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-TRF-ESCALADAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "PATAS TRF A EXCEPCIONES     : ".
           05 WS-RES-TRF-ESCALADAS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-COM-GENERADAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "COMISIONES GENERADAS        : ".
           05 WS-RES-COM-GENERADAS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-COM-REVERTIDAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "COMISIONES REVERTIDAS       : ".
           05 WS-RES-COM-REVERTIDAS        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-COM-SIN-CLAVE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "COMISIONES SIN CLAVE LIBRE  : ".
           05 WS-RES-COM-SIN-CLAVE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-FECHA-VALOR.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "MOVIMIENTOS EN DIA INHABIL  : ".
           05 WS-RES-FECHA-VALOR           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-LINEA-RESUMEN-FILTRADOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)

           PERFORM 00031-ABRIR-SALDOS

           PERFORM 00085-ABRIR-EXCESOS-COMISIONES

           PERFORM 00046-CARGAR-UMBRALES

           PERFORM 00062-CARGAR-LIMITES

           PERFORM 00073-CARGAR-TARIFAS

           PERFORM 00082-CARGAR-FERIADOS

           PERFORM 00051-ABRIR-MAESTRO

           SORT ORDENADO
           PERFORM 00033-CERRAR-SALDOS

               CLOSE ENTRADA SALIDA EXCEPCIONES EXTRACTO DUPLICADOS
                     ALERTAS EXCESOS COMISIONES.

           IF MAESTRO-ABIERTO
               CLOSE MAESTROMOV
                   IF PAR-FECHA-HASTA NOT = ZERO
                       MOVE PAR-FECHA-HASTA   TO WS-FILTRO-FECHA-HASTA
                   END-IF
                   IF PAR-DIAS-PENDIENTE-TRF NUMERIC
                      AND PAR-DIAS-PENDIENTE-TRF NOT = ZERO
                       MOVE PAR-DIAS-PENDIENTE-TRF
                            TO WS-DIAS-PENDIENTE-TRF
                   END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           PERFORM 00007-ABRIR-CHECKPOINT

           PERFORM 00067-CARGAR-PENDIENTES-TRF

           PERFORM 00030-LECTURA-SORT.

           PERFORM UNTIL EOF-ENTRADA
               PERFORM 00011-VALIDAR-REGISTRO

               IF REGISTRO-VALIDO
                   IF CCCACT-TIPO = "TRF"
                       MOVE SPACE                TO WS-TRF-ORIGEN-NUEVA
                       MOVE WS-FECHA-PROCESO-NUM TO WS-TRF-FECHA-NUEVA
                       PERFORM 00066-RETENER-TRANSFERENCIA
                   ELSE
                       MOVE REG-CCCACT TO REG-ORDENADO
                       PERFORM 00086-ANOTAR-CLAVE-ENTRADA
                       RELEASE REG-ORDENADO
                       ADD 1 TO WS-CONT-LIBERADOS
                   END-IF
               ELSE
                   PERFORM 00013-GRABAR-EXCEPCION
                   ADD 1 TO WS-CONT-RECHAZADOS

           PERFORM 00016-CARGAR-DEVENGO

      * CON TODA LA CARGA DEL DIA LEIDA, SE APAREAN LAS TRANSFERENCIAS
           PERFORM 00068-APAREAR-TRANSFERENCIAS

           PERFORM 00009-FINALIZAR-CHECKPOINT

           DISPLAY "--------------------------------------------------"
               END-IF
           END-IF

      * SIN REFERENCIA LA PATA DE UNA TRANSFERENCIA NO SE PUEDE APAREAR
      * CON SU CONTRAPARTIDA
           IF REGISTRO-VALIDO AND CCCACT-TIPO = "TRF"
               IF CCCACT-REF-TRF = SPACES OR CCCACT-REF-TRF = ZEROS
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   MOVE "TRANSFERENCIA SIN REFERENCIA"
                        TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

      * CON EL MAESTRO DE CLIENTES CARGADO, UN MOVIMIENTO DE UN CODIGO
      * QUE NO FIGURA O DE UNA CUENTA CERRADA SE RECHAZA AQUI, EN VEZ
      * DE DAR DE ALTA UN SALDO EN CERO EN 00032-BUSCAR-SALDO
                       MOVE "N" TO WS-SW-REGISTRO-VALIDO
                       MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
                   END-IF
      * UNA CUENTA INACTIVA SOLO RECIBE LOS INTERESES Y CARGOS QUE
      * GENERA EL BANCO; LO QUE INICIA EL CLIENTE ESPERA EN EXCEPCIONES
      * HASTA QUE LA SUCURSAL TRAMITE LA REACTIVACION
                   IF WS-CLI-ESTADO-HALLADO = "I"
                      AND CCCACT-TIPO NOT = "INT"
                      AND CCCACT-TIPO NOT = "COM"
                       MOVE "N" TO WS-SW-REGISTRO-VALIDO
                       MOVE "CUENTA INACTIVA" TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF

                       PERFORM 00011-VALIDAR-REGISTRO

                       IF REGISTRO-VALIDO
                           IF CCCACT-TIPO = "TRF"
                               MOVE "R" TO WS-TRF-ORIGEN-NUEVA
                               MOVE WS-FECHA-PROCESO-NUM
                                    TO WS-TRF-FECHA-NUEVA
                               PERFORM 00066-RETENER-TRANSFERENCIA
                           ELSE
                               MOVE REG-CCCACT TO REG-ORDENADO
                               MOVE "R" TO ORIGEN
                               PERFORM 00086-ANOTAR-CLAVE-ENTRADA
                               RELEASE REG-ORDENADO
                               ADD 1 TO WS-CONT-LIBERADOS
                               ADD 1 TO WS-CONT-RECICLADOS
                           END-IF
                       ELSE
                           PERFORM 00013-GRABAR-EXCEPCION
                           ADD 1 TO WS-CONT-RECHAZADOS
                       IF REGISTRO-VALIDO
                           MOVE REG-CCCACT TO REG-ORDENADO
                           MOVE "D" TO ORIGEN
                           PERFORM 00086-ANOTAR-CLAVE-ENTRADA
                           RELEASE REG-ORDENADO
                           ADD 1 TO WS-CONT-LIBERADOS
                           ADD 1 TO WS-CONT-DEVENGADOS
               PERFORM 00022-GRABAR-DUPLICADO
           ELSE
               PERFORM 00023-PROCESAR-MOVIMIENTO
               PERFORM 00074-TARIFAR-MOVIMIENTO
           END-IF

           RETURN ORDENADO
                   MOVE "(R)"       TO WS-DATO-MARCA
               WHEN MOVIMIENTO-DEVENGO
                   MOVE "(D)"       TO WS-DATO-MARCA
               WHEN MOVIMIENTO-TARIFA
                   MOVE "COMISION"  TO WS-DATO-MARCA
               WHEN OTHER
                   MOVE SPACES      TO WS-DATO-MARCA
           END-EVALUATE

      * EL MOVIMIENTO HECHO EN DIA INHABIL VALE EL HABIL SIGUIENTE; SI
      * NO LLEVA OTRA MARCA, EL LISTADO LO SENALA
           MOVE AUX-CCCACT-FECHA     TO WS-CAL-FECHA
           PERFORM 00083-AVANZAR-A-HABIL
           MOVE WS-CAL-FECHA         TO WS-FECHA-VALOR-MOV

           IF WS-FECHA-VALOR-MOV NOT = AUX-CCCACT-FECHA
               ADD 1 TO WS-CONT-FECHA-VALOR
               IF WS-DATO-MARCA = SPACES
                   MOVE "F.VALOR"   TO WS-DATO-MARCA
               END-IF
           END-IF

           MOVE WS-CLI-NOMBRE-CORTE  TO WS-DATO-NOMBRE

           MOVE WS-DATOS-CCCACT      TO LINEA-TITULO-PRINCIPAL

           WRITE REG-EXTRACTO FROM WS-LINEA-EXTRACTO

           PERFORM 00064-CONTROL-DESCUBIERTO

           ADD WS-IMPORTE-PESOS      TO WS-TOTAL-CLIENTE
           ADD WS-IMPORTE-PESOS      TO WS-TOTAL-GENERAL
           ADD 1                     TO WS-CONT-ESCRITOS
           PERFORM 00032-BUSCAR-SALDO

           MOVE SPACES TO WS-CLI-NOMBRE-CORTE
           MOVE SPACE  TO WS-CLI-ESTADO-CORTE
           MOVE AUX-CCCACT-SUCURSAL TO WS-CLI-SUCURSAL-CORTE
           IF WS-CONT-CLI > ZERO
               MOVE AUX-CCCACT-CLIENTE TO WS-CLI-BUSCADO
               PERFORM 00050-BUSCAR-CLIENTE
               IF CLI-HALLADO
                   MOVE WS-CLI-NOMBRE-HALLADO TO WS-CLI-NOMBRE-CORTE
                   MOVE WS-CLI-ESTADO-HALLADO TO WS-CLI-ESTADO-CORTE
                   MOVE WS-CLI-SUCURSAL-HALLADO
                        TO WS-CLI-SUCURSAL-CORTE
               END-IF
           END-IF

           PERFORM 00063-BUSCAR-LIMITE

           MOVE ZERO TO WS-CANT-MOV-CLIENTE
           MOVE ZERO TO WS-ACUM-ABS-CLIENTE
           MOVE "N"  TO WS-SW-TOPE-AVISADO
               END-WRITE
           END-IF

           PERFORM 00061-GRABAR-HISTORIA-SALDO

           ADD 6 TO WS-CONT-LINEAS-PAGINA
           IF WS-CONT-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 00026-IMPRIMIR-ENCABEZADO
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-ALERTAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-EXCESOS      TO WS-RES-EXCESOS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-EXCESOS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-TRF-APAREADAS TO WS-RES-TRF-APAREADAS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-TRF-APAREADAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-TRF-RETENIDAS TO WS-RES-TRF-RETENIDAS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-TRF-RETENIDAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-TRF-ESCALADAS TO WS-RES-TRF-ESCALADAS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-TRF-ESCALADAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-COM-GENERADAS TO WS-RES-COM-GENERADAS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-COM-GENERADAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-COM-REVERTIDAS TO WS-RES-COM-REVERTIDAS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-COM-REVERTIDAS
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-COM-SIN-CLAVE TO WS-RES-COM-SIN-CLAVE
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-COM-SIN-CLAVE
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-FECHA-VALOR  TO WS-RES-FECHA-VALOR
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-FECHA-VALOR
           AFTER ADVANCING 2 LINES

           MOVE WS-CONT-FILTRADOS    TO WS-RES-FILTRADOS
           WRITE REG-SALIDA FROM WS-LINEA-RESUMEN-FILTRADOS
           AFTER ADVANCING 2 LINES
               GOBACK
           END-IF

      * LA HISTORIA DE SALDOS SE ABRE JUNTO CON EL MAESTRO Y SE CREA
      * VACIA DE LA MISMA MANERA EN LA PRIMERA CORRIDA
           OPEN I-O HISTSALDOS

           IF HISTSALDOS-NO-EXISTE
               OPEN OUTPUT HISTSALDOS
               CLOSE HISTSALDOS
               OPEN I-O HISTSALDOS
           END-IF

           IF NOT HISTSALDOS-OK
               DISPLAY "ERROR AL ABRIR LA HISTORIA DE SALDOS, FS: "
                       FS-HISTSALDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           .

      *--------------------------><--------><---------------------------

      *--------------------------><--------><---------------------------

      * CIERRA EL MAESTRO Y LA HISTORIA DE SALDOS; LOS SALDOS YA
      * QUEDARON REGRABADOS CLIENTE POR CLIENTE EN CADA CORTE

       00033-CERRAR-SALDOS.

               DISPLAY "ERROR AL CERRAR SALDOS, FS: " FS-SALDOS
           END-IF

           CLOSE HISTSALDOS

           IF NOT HISTSALDOS-OK
               DISPLAY "ERROR AL CERRAR HISTORIA DE SALDOS, FS: "
                       FS-HISTSALDOS
           END-IF

           .

      *--------------------------><--------><---------------------------
      *--------------------------><--------><---------------------------

      * BUSCA EL CLIENTE PEDIDO EN LA TABLA DEL MAESTRO Y DEVUELVE SU
      * NOMBRE, LA SUCURSAL DE RADICACION Y EL ESTADO DE LA CUENTA

       00050-BUSCAR-CLIENTE.

           MOVE "N"    TO WS-SW-CLI-HALLADO
           MOVE SPACES TO WS-CLI-NOMBRE-HALLADO
           MOVE SPACE  TO WS-CLI-ESTADO-HALLADO
           MOVE ZERO   TO WS-CLI-SUCURSAL-HALLADO

           IF WS-CONT-CLI > ZERO
               SET WS-IDX-CLI TO 1
                            TO WS-CLI-NOMBRE-HALLADO
                       MOVE WS-CLI-ESTADO(WS-IDX-CLI)
                            TO WS-CLI-ESTADO-HALLADO
                       MOVE WS-CLI-SUCURSAL(WS-IDX-CLI)
                            TO WS-CLI-SUCURSAL-HALLADO
                       SET CLI-HALLADO TO TRUE
               END-SEARCH
           END-IF

           .

      *--------------------------><--------><---------------------------

      * AGREGA A LA HISTORIA EL SALDO DE CIERRE DEL DIA DEL CLIENTE EN
      * CORTE. SI EL CLIENTE YA TIENE REGISTRO PARA LA FECHA (MAS DE UNA
      * CORRIDA EN EL DIA) SE CONSERVA EL SALDO DE APERTURA ORIGINAL Y
      * SE SUMAN LOS MOVIMIENTOS DE ESTA CORRIDA. LA FECHA ES LA FECHA
      * VALOR DEL PROCESO: UNA CORRIDA EN DIA INHABIL SE ACUMULA EN EL
      * DIA HABIL SIGUIENTE

       00061-GRABAR-HISTORIA-SALDO.

           MOVE WS-CLIENTE-CORTE        TO HSA-CLIENTE
           MOVE WS-FECHA-VALOR-PROCESO  TO HSA-FECHA

           READ HISTSALDOS
           INVALID KEY
               MOVE WS-CLIENTE-CORTE        TO HSA-CLIENTE
               MOVE WS-FECHA-VALOR-PROCESO  TO HSA-FECHA
               MOVE WS-SALDO-ANTERIOR     TO HSA-SALDO-APERTURA
               MOVE WS-TOTAL-CLIENTE      TO HSA-IMPORTE-DIA
               MOVE WS-SALDO-ACTUAL       TO HSA-SALDO
               MOVE WS-CANT-MOV-CLIENTE   TO HSA-CANT-MOV
               WRITE REG-HISTSALDOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA HISTORIA DE SALDOS DEL "
                           "CLIENTE: " WS-CLIENTE-CORTE
                           " FS: " FS-HISTSALDOS
               END-WRITE
           NOT INVALID KEY
               ADD WS-TOTAL-CLIENTE       TO HSA-IMPORTE-DIA
               MOVE WS-SALDO-ACTUAL       TO HSA-SALDO
               ADD WS-CANT-MOV-CLIENTE    TO HSA-CANT-MOV
               REWRITE REG-HISTSALDOS
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR LA HISTORIA DE SALDOS "
                           "DEL CLIENTE: " WS-CLIENTE-CORTE
                           " FS: " FS-HISTSALDOS
               END-REWRITE
           END-READ

           .

      *--------------------------><--------><---------------------------

      * CARGA LA TABLA DE LIMITES DE DESCUBIERTO AUTORIZADOS. SIN
      * ARCHIVO DE LIMITES TODOS LOS CLIENTES TIENEN LIMITE CERO

       00062-CARGAR-LIMITES.

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
                           MOVE LIM-OFICIAL
                                TO WS-LIM-OFICIAL(WS-CONT-LIM)
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

      * RECUPERA EL LIMITE DE DESCUBIERTO VIGENTE DEL CLIENTE EN CORTE.
      * UN LIMITE VENCIDO A LA FECHA DE PROCESO VALE CERO, PERO SE
      * CONSERVAN EL VENCIMIENTO Y EL OFICIAL PARA EL INFORME

       00063-BUSCAR-LIMITE.

           MOVE ZERO   TO WS-LIM-IMPORTE-CORTE
           MOVE ZERO   TO WS-LIM-VENCIMIENTO-CORTE
           MOVE SPACES TO WS-LIM-OFICIAL-CORTE

           IF WS-CONT-LIM = ZERO
               EXIT PARAGRAPH
           END-IF

           SET WS-IDX-LIM TO 1
           SEARCH WS-LIM-ENTRADA
               AT END CONTINUE
               WHEN WS-LIM-CLIENTE(WS-IDX-LIM) = WS-CLIENTE-CORTE
                   MOVE WS-LIM-VENCIMIENTO(WS-IDX-LIM)
                        TO WS-LIM-VENCIMIENTO-CORTE
                   MOVE WS-LIM-OFICIAL(WS-IDX-LIM)
                        TO WS-LIM-OFICIAL-CORTE
                   IF WS-LIM-VENCIMIENTO(WS-IDX-LIM)
                      >= WS-FECHA-PROCESO-NUM
                       MOVE WS-LIM-IMPORTE(WS-IDX-LIM)
                            TO WS-LIM-IMPORTE-CORTE
                   END-IF
           END-SEARCH

           .

      *--------------------------><--------><---------------------------

      * CONTROLA EL DEBITO CONTRA EL LIMITE DE DESCUBIERTO DEL CLIENTE:
      * EL SALDO QUE RESULTA DE ASENTAR EL MOVIMIENTO SE COMPARA CON EL
      * LIMITE AUTORIZADO EN NEGATIVO. LOS DEBITOS SOBRE UNA CUENTA
      * BLOQUEADA SE OBSERVAN SIEMPRE, SALVO LAS ANULACIONES Y LOS
      * CARGOS DEL DEVENGO, QUE NO LOS ORIGINA EL CLIENTE

       00064-CONTROL-DESCUBIERTO.

           IF WS-IMPORTE-PESOS NOT < ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-RESULTANTE =
                   WS-SALDO-ANTERIOR + WS-TOTAL-CLIENTE
                 + WS-IMPORTE-PESOS

           COMPUTE WS-EXCESO-DESCUBIERTO =
                   ZERO - WS-SALDO-RESULTANTE - WS-LIM-IMPORTE-CORTE

           MOVE SPACE TO EXC-MOTIVO

           IF CORTE-BLOQUEADA
              AND AUX-CCCACT-TIPO NOT = "ANU"
              AND NOT MOVIMIENTO-DEVENGO
               SET EXC-POR-BLOQUEO TO TRUE
           ELSE
               IF (AUX-CCCACT-TIPO = "DEB" OR "CHQ" OR "COM")
                  AND WS-EXCESO-DESCUBIERTO > ZERO
                   SET EXC-POR-LIMITE TO TRUE
               END-IF
           END-IF

           IF EXC-MOTIVO NOT = SPACE
               PERFORM 00065-GRABAR-EXCESO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * GRABA EL DEBITO OBSERVADO EN EL ARCHIVO DE EXCESOS, CON EL
      * MOTIVO YA CARGADO POR EL CONTROL DE DESCUBIERTO

       00065-GRABAR-EXCESO.

           MOVE AUX-CCCACT-CLIENTE       TO EXC-CLIENTE
           MOVE WS-CLI-SUCURSAL-CORTE    TO EXC-SUCURSAL
           MOVE AUX-CCCACT-SUCURSAL      TO EXC-SUCURSAL-MOV
           MOVE AUX-CCCACT-FECHA         TO EXC-FECHA
           MOVE AUX-CCCACT-HORA          TO EXC-HORA
           MOVE AUX-CCCACT-CODIGO        TO EXC-CODIGO
           MOVE AUX-CCCACT-TIPO          TO EXC-TIPO
           MOVE WS-IMPORTE-PESOS         TO EXC-IMPORTE
           MOVE WS-SALDO-RESULTANTE      TO EXC-SALDO-RESULTANTE
           MOVE WS-LIM-IMPORTE-CORTE     TO EXC-LIMITE
           IF WS-EXCESO-DESCUBIERTO > ZERO
               MOVE WS-EXCESO-DESCUBIERTO TO EXC-EXCESO
           ELSE
               MOVE ZERO                  TO EXC-EXCESO
           END-IF
           MOVE WS-LIM-VENCIMIENTO-CORTE TO EXC-VENCIMIENTO
           MOVE WS-LIM-OFICIAL-CORTE     TO EXC-OFICIAL
           MOVE WS-CLI-NOMBRE-CORTE      TO EXC-NOMBRE

           WRITE REG-EXCESO

           ADD 1 TO WS-CONT-EXCESOS

           .

      *--------------------------><--------><---------------------------

      * GUARDA EN LA TABLA DE APAREO LA PATA DE TRANSFERENCIA QUE ESTA
      * EN REG-CCCACT, CON EL ORIGEN Y LA FECHA DE RETENCION PEDIDOS.
      * SIN LUGAR EN LA TABLA LA PATA NO SE ASIENTA SOLA: VA AL
      * CIRCUITO DE EXCEPCIONES PARA REINGRESARLA

       00066-RETENER-TRANSFERENCIA.

           IF WS-CONT-TRF < 10000
               ADD 1 TO WS-CONT-TRF
               MOVE REG-CCCACT     TO WS-TRF-MOVIMIENTO(WS-CONT-TRF)
               MOVE CCCACT-REF-TRF TO WS-TRF-REFERENCIA(WS-CONT-TRF)
               MOVE CCCACT-IMPORTE TO WS-TRF-IMPORTE(WS-CONT-TRF)
               IF CCCACT-MONEDA = SPACES
                   MOVE "PES"           TO WS-TRF-MONEDA(WS-CONT-TRF)
               ELSE
                   MOVE CCCACT-MONEDA   TO WS-TRF-MONEDA(WS-CONT-TRF)
               END-IF
               MOVE WS-TRF-ORIGEN-NUEVA TO WS-TRF-ORIGEN(WS-CONT-TRF)
               MOVE WS-TRF-FECHA-NUEVA
                    TO WS-TRF-FECHA-RETENCION(WS-CONT-TRF)
               SET TRF-SIN-APAREAR(WS-CONT-TRF) TO TRUE
           ELSE
               MOVE "TABLA DE TRANSFERENCIAS COMPLETA"
                    TO WS-MOTIVO-RECHAZO
               PERFORM 00013-GRABAR-EXCEPCION
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CARGA EN LA TABLA DE APAREO LAS PATAS RETENIDAS EN CORRIDAS
      * ANTERIORES, CONSERVANDO LA FECHA EN QUE SE RETUVIERON. SE
      * REVALIDAN COMO CUALQUIER MOVIMIENTO: UNA PATA CUYA CUENTA SE
      * CERRO MIENTRAS ESPERABA VA DIRECTO A EXCEPCIONES

       00067-CARGAR-PENDIENTES-TRF.

           OPEN INPUT TRFPENDIENTES

           IF NOT TRFPENDIENTES-NO-EXISTE

               READ TRFPENDIENTES
               AT END SET TRFPENDIENTES-EOF TO TRUE
               END-READ

               PERFORM UNTIL TRFPENDIENTES-EOF

                   MOVE PEN-MOVIMIENTO TO REG-CCCACT

                   PERFORM 00011-VALIDAR-REGISTRO

                   IF REGISTRO-VALIDO
                       MOVE PEN-ORIGEN          TO WS-TRF-ORIGEN-NUEVA
                       MOVE PEN-FECHA-RETENCION TO WS-TRF-FECHA-NUEVA
                       PERFORM 00066-RETENER-TRANSFERENCIA
                   ELSE
                       PERFORM 00013-GRABAR-EXCEPCION
                       ADD 1 TO WS-CONT-RECHAZADOS
                   END-IF

                   READ TRFPENDIENTES
                   AT END SET TRFPENDIENTES-EOF TO TRUE
                   END-READ

               END-PERFORM

               CLOSE TRFPENDIENTES
           END-IF

           .

      *--------------------------><--------><---------------------------

      * RECORRE LA TABLA DE APAREO Y RESUELVE CADA REFERENCIA TODAVIA
      * SIN TRATAR. AL TERMINAR, EL ARCHIVO DE PENDIENTES QUEDA CON
      * LAS PATAS QUE SIGUEN ESPERANDO SU CONTRAPARTIDA

       00068-APAREAR-TRANSFERENCIAS.

           OPEN OUTPUT TRFSINPAR

           IF NOT TRFSINPAR-OK
               DISPLAY "ERROR AL ABRIR EL INFORME DE TRANSFERENCIAS "
                       "SIN PAREJA, FS: " FS-TRFSINPAR
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-SUB-TRF FROM 1 BY 1
                   UNTIL WS-SUB-TRF > WS-CONT-TRF
               IF TRF-SIN-APAREAR(WS-SUB-TRF)
                   PERFORM 00069-EVALUAR-GRUPO-TRF
               END-IF
           END-PERFORM

           CLOSE TRFSINPAR

           PERFORM 00072-REGRABAR-PENDIENTES-TRF

           DISPLAY "PATAS TRF APAREADAS: " WS-CONT-TRF-APAREADAS
                   " RETENIDAS: "          WS-CONT-TRF-RETENIDAS
                   " A EXCEPCIONES: "      WS-CONT-TRF-ESCALADAS

           .

      *--------------------------><--------><---------------------------

      * REUNE TODAS LAS PATAS SIN TRATAR CON LA REFERENCIA DE LA PATA
      * WS-SUB-TRF, DECIDE SI FORMAN UN PAR VALIDO (UN DEBITO Y UN
      * CREDITO, MISMA MONEDA, NETO CERO) Y RESUELVE CADA UNA

       00069-EVALUAR-GRUPO-TRF.

           MOVE WS-TRF-REFERENCIA(WS-SUB-TRF) TO WS-TRF-REF-GRUPO
           MOVE WS-TRF-MONEDA(WS-SUB-TRF)     TO WS-TRF-MONEDA-GRUPO
           MOVE ZERO TO WS-TRF-PATAS
           MOVE ZERO TO WS-TRF-DEBITOS
           MOVE ZERO TO WS-TRF-NETO
           MOVE "N"  TO WS-SW-TRF-MONEDA-DISTINTA

           PERFORM VARYING WS-SUB-TRF-GRUPO FROM WS-SUB-TRF BY 1
                   UNTIL WS-SUB-TRF-GRUPO > WS-CONT-TRF
               IF TRF-SIN-APAREAR(WS-SUB-TRF-GRUPO)
                  AND WS-TRF-REFERENCIA(WS-SUB-TRF-GRUPO)
                      = WS-TRF-REF-GRUPO
                   ADD 1 TO WS-TRF-PATAS
                   ADD WS-TRF-IMPORTE(WS-SUB-TRF-GRUPO) TO WS-TRF-NETO
                   IF WS-TRF-IMPORTE(WS-SUB-TRF-GRUPO) < ZERO
                       ADD 1 TO WS-TRF-DEBITOS
                   END-IF
                   IF WS-TRF-MONEDA(WS-SUB-TRF-GRUPO)
                      NOT = WS-TRF-MONEDA-GRUPO
                       SET TRF-MONEDA-DISTINTA TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-TRF-PATAS = 1
                   SET TRF-SIN-CONTRAPARTIDA TO TRUE
               WHEN WS-TRF-PATAS > 2
                   SET TRF-MAS-DE-DOS-PATAS TO TRUE
               WHEN WS-TRF-DEBITOS NOT = 1
                 OR TRF-MONEDA-DISTINTA
                 OR WS-TRF-NETO NOT = ZERO
                   SET TRF-NO-COMPENSA TO TRUE
               WHEN OTHER
                   SET TRF-APAREADA TO TRUE
           END-EVALUATE

           PERFORM VARYING WS-SUB-TRF-GRUPO FROM WS-SUB-TRF BY 1
                   UNTIL WS-SUB-TRF-GRUPO > WS-CONT-TRF
               IF TRF-SIN-APAREAR(WS-SUB-TRF-GRUPO)
                  AND WS-TRF-REFERENCIA(WS-SUB-TRF-GRUPO)
                      = WS-TRF-REF-GRUPO
                   PERFORM 00070-RESOLVER-PATA-TRF
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * LA PATA DE UN PAR VALIDO SE LIBERA AL SORT CON SU MARCA DE
      * ORIGEN. LA DE UN GRUPO SIN PAR SE RETIENE MIENTRAS NO CUMPLA
      * LOS DIAS DE ESPERA; CUMPLIDOS, SE GRABA COMO EXCEPCION PARA QUE
      * LA CORRIJA EL CIRCUITO DE RECICLO, CON EL MOTIVO DEL GRUPO

       00070-RESOLVER-PATA-TRF.

           MOVE WS-TRF-MOVIMIENTO(WS-SUB-TRF-GRUPO) TO REG-CCCACT

           IF TRF-APAREADA
               MOVE REG-CCCACT TO REG-ORDENADO
               MOVE WS-TRF-ORIGEN(WS-SUB-TRF-GRUPO) TO ORIGEN
               PERFORM 00086-ANOTAR-CLAVE-ENTRADA
               RELEASE REG-ORDENADO
               ADD 1 TO WS-CONT-LIBERADOS
               ADD 1 TO WS-CONT-TRF-APAREADAS
               IF WS-TRF-ORIGEN(WS-SUB-TRF-GRUPO) = "R"
                   ADD 1 TO WS-CONT-RECICLADOS
               END-IF
               SET TRF-LIBERADA(WS-SUB-TRF-GRUPO) TO TRUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TRF-DIAS-RETENIDA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-TRF-FECHA-RETENCION(WS-SUB-TRF-GRUPO))

           IF WS-TRF-DIAS-RETENIDA < WS-DIAS-PENDIENTE-TRF
               SET TRF-RETENIDA(WS-SUB-TRF-GRUPO) TO TRUE
               ADD 1 TO WS-CONT-TRF-RETENIDAS
           ELSE
               EVALUATE TRUE
                   WHEN TRF-SIN-CONTRAPARTIDA
                       MOVE "TRANSFERENCIA SIN CONTRAPARTIDA"
                            TO WS-MOTIVO-RECHAZO
                   WHEN TRF-MAS-DE-DOS-PATAS
                       MOVE "TRANSFERENCIA CON MAS DE DOS PATAS"
                            TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE "TRANSFERENCIA NO COMPENSA"
                            TO WS-MOTIVO-RECHAZO
               END-EVALUATE
               PERFORM 00013-GRABAR-EXCEPCION
               ADD 1 TO WS-CONT-RECHAZADOS
               SET TRF-ESCALADA(WS-SUB-TRF-GRUPO) TO TRUE
               ADD 1 TO WS-CONT-TRF-ESCALADAS
           END-IF

           PERFORM 00071-GRABAR-TRF-SIN-PAR

           .

      *--------------------------><--------><---------------------------

      * GRABA LA PATA NO APAREADA PARA EL INFORME DE TRANSFERENCIAS
      * SIN PAR, CON EL MOTIVO DEL GRUPO Y LO QUE SE HIZO CON ELLA

       00071-GRABAR-TRF-SIN-PAR.

           MOVE WS-TRF-REF-GRUPO        TO TSP-REFERENCIA
           MOVE CCCACT-CLIENTE          TO TSP-CLIENTE
           MOVE CCCACT-SUCURSAL         TO TSP-SUCURSAL
           MOVE CCCACT-FECHA            TO TSP-FECHA
           MOVE CCCACT-HORA IN REG-CCCACT TO TSP-HORA
           MOVE CCCACT-CODIGO           TO TSP-CODIGO
           MOVE CCCACT-IMPORTE          TO TSP-IMPORTE
           MOVE WS-TRF-MONEDA(WS-SUB-TRF-GRUPO) TO TSP-MONEDA
           MOVE WS-TRF-FECHA-RETENCION(WS-SUB-TRF-GRUPO)
                                        TO TSP-FECHA-RETENCION
           MOVE WS-TRF-DIAS-RETENIDA    TO TSP-DIAS-RETENIDA
           MOVE WS-TRF-MOTIVO           TO TSP-MOTIVO
           MOVE WS-TRF-ESTADO(WS-SUB-TRF-GRUPO) TO TSP-ESTADO

           MOVE CCCACT-CLIENTE          TO WS-CLI-BUSCADO
           PERFORM 00050-BUSCAR-CLIENTE
           MOVE WS-CLI-NOMBRE-HALLADO   TO TSP-NOMBRE

           WRITE REG-TRFSINPAR

           IF NOT TRFSINPAR-OK
               DISPLAY "ERROR AL GRABAR TRANSFERENCIA SIN PAR, FS: "
                       FS-TRFSINPAR
           END-IF

           .

      *--------------------------><--------><---------------------------

      * REGRABA EL ARCHIVO DE PENDIENTES CON LAS PATAS QUE QUEDARON
      * RETENIDAS; LAS LIBERADAS Y LAS ESCALADAS SALEN DE EL

       00072-REGRABAR-PENDIENTES-TRF.

           OPEN OUTPUT TRFPENDIENTES

      * LA CORRIDA YA ESTA EN MARCHA: SIN EL ARCHIVO SE PIERDEN LAS
      * TRANSFERENCIAS RETENIDAS, Y LA CORRIDA TERMINA EN ERROR
           IF NOT TRFPENDIENTES-OK
               DISPLAY "ERROR AL REGRABAR LAS TRANSFERENCIAS "
                       "RETENIDAS, FS: " FS-TRFPENDIENTES
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-TRF FROM 1 BY 1
                   UNTIL WS-SUB-TRF > WS-CONT-TRF
               IF TRF-RETENIDA(WS-SUB-TRF)
                   MOVE WS-TRF-MOVIMIENTO(WS-SUB-TRF) TO PEN-MOVIMIENTO
                   MOVE WS-TRF-ORIGEN(WS-SUB-TRF)     TO PEN-ORIGEN
                   MOVE WS-TRF-FECHA-RETENCION(WS-SUB-TRF)
                        TO PEN-FECHA-RETENCION
                   WRITE REG-TRFPENDIENTE
               END-IF
           END-PERFORM

           CLOSE TRFPENDIENTES

           .

      *--------------------------><--------><---------------------------

      * CARGA EL TARIFARIO DE COMISIONES. SIN ARCHIVO LA CORRIDA SIGUE
      * SIN GENERAR COMISIONES, PERO LAS ANULACIONES SIGUEN REVIRTIENDO
      * LAS COMISIONES YA ASENTADAS EN EL MAESTRO

       00073-CARGAR-TARIFAS.

           MOVE ZERO TO WS-CONT-TAR

           OPEN INPUT TARIFAS

           IF TARIFAS-NO-EXISTE
               DISPLAY "SIN TARIFARIO DE COMISIONES, NO SE GENERAN "
                       "COMISIONES EN ESTA CORRIDA"
           ELSE
               PERFORM UNTIL TARIFAS-EOF
                   READ TARIFAS
                   AT END
                       SET TARIFAS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONT-TAR < 500
                           ADD 1 TO WS-CONT-TAR
                           MOVE TAR-CODIGO
                                TO WS-TAR-CODIGO(WS-CONT-TAR)
                           MOVE TAR-TIPO
                                TO WS-TAR-TIPO(WS-CONT-TAR)
                           MOVE TAR-SUCURSAL
                                TO WS-TAR-SUCURSAL(WS-CONT-TAR)
                           MOVE TAR-CODIGO-COMISION
                                TO WS-TAR-CODIGO-COMISION(WS-CONT-TAR)
                           MOVE TAR-IMPORTE-FIJO
                                TO WS-TAR-IMPORTE-FIJO(WS-CONT-TAR)
                           MOVE TAR-PORCENTAJE
                                TO WS-TAR-PORCENTAJE(WS-CONT-TAR)
                           MOVE TAR-MINIMO
                                TO WS-TAR-MINIMO(WS-CONT-TAR)
                           MOVE TAR-MAXIMO
                                TO WS-TAR-MAXIMO(WS-CONT-TAR)
                           MOVE TAR-DESCRIPCION
                                TO WS-TAR-DESCRIPCION(WS-CONT-TAR)
                       ELSE
                           DISPLAY "TARIFARIO COMPLETO, TARIFA "
                                   "DESCARTADA: " TAR-CODIGO " "
                                   TAR-TIPO " " TAR-SUCURSAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF

           .

      *--------------------------><--------><---------------------------

      * APLICA EL TARIFARIO AL MOVIMIENTO RECIEN ACEPTADO: UNA
      * ANULACION REVIERTE LA COMISION DE SU ORIGINAL Y CUALQUIER OTRO
      * MOVIMIENTO DEL CLIENTE CON TARIFA GENERA SU COMISION. NO SE
      * TARIFAN LOS INTERESES NI LAS COMISIONES, NI LOS CARGOS DEL
      * DEVENGO, NI LO QUE GENERA EL PROPIO TARIFARIO

       00074-TARIFAR-MOVIMIENTO.

      * LAS CLAVES GENERADAS SE LLEVAN POR CLIENTE; LAS DE LA ENTRADA
      * EN LA FRANJA DE 23:59 YA SE ANOTARON AL ENTREGARLAS A LA SORT
           IF AUX-CCCACT-CLIENTE NOT = WS-TAR-CLIENTE-CLAVES
               MOVE AUX-CCCACT-CLIENTE TO WS-TAR-CLIENTE-CLAVES
               MOVE ZERO TO WS-CONT-TAR-CLAVE
           END-IF

           IF MOVIMIENTO-TARIFA OR MOVIMIENTO-DEVENGO
               EXIT PARAGRAPH
           END-IF

           IF AUX-CCCACT-TIPO = "ANU"
               PERFORM 00077-REVERTIR-COMISION
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-TAR = ZERO
              OR AUX-CCCACT-TIPO = "INT"
              OR AUX-CCCACT-TIPO = "COM"
               EXIT PARAGRAPH
           END-IF

           MOVE AUX-CCCACT-CODIGO    TO WS-TAR-BUS-CODIGO
           MOVE AUX-CCCACT-TIPO      TO WS-TAR-BUS-TIPO
           MOVE AUX-CCCACT-SUCURSAL  TO WS-TAR-BUS-SUCURSAL
           PERFORM 00075-BUSCAR-TARIFA

           IF WS-SUB-TAR-HALLADA NOT = ZERO
               PERFORM 00076-GENERAR-COMISION
           END-IF

           .

      *--------------------------><--------><---------------------------

      * BUSCA LA TARIFA DEL CODIGO Y TIPO DE MOVIMIENTO: PRIMERO LA DE
      * LA SUCURSAL DONDE SE CURSO Y, SI NO HAY, LA GENERAL (SUCURSAL
      * CERO). DEVUELVE CERO EN WS-SUB-TAR-HALLADA SI NO HAY TARIFA

       00075-BUSCAR-TARIFA.

           MOVE ZERO TO WS-SUB-TAR-HALLADA

           PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                   UNTIL WS-SUB-TAR > WS-CONT-TAR
               IF WS-TAR-CODIGO(WS-SUB-TAR) = WS-TAR-BUS-CODIGO
                  AND WS-TAR-TIPO(WS-SUB-TAR) = WS-TAR-BUS-TIPO
                   IF WS-TAR-SUCURSAL(WS-SUB-TAR) = WS-TAR-BUS-SUCURSAL
                       MOVE WS-SUB-TAR TO WS-SUB-TAR-HALLADA
                       MOVE WS-CONT-TAR TO WS-SUB-TAR
                   ELSE
                       IF WS-TAR-SUCURSAL(WS-SUB-TAR) = ZERO
                           MOVE WS-SUB-TAR TO WS-SUB-TAR-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * CALCULA LA COMISION SOBRE EL IMPORTE EN PESOS DEL MOVIMIENTO
      * (CARGO FIJO MAS PORCENTAJE, CON MINIMO Y MAXIMO) Y LA ASIENTA
      * COMO UN DEBITO COM DEL CLIENTE EN LA MISMA SUCURSAL Y FECHA,
      * CON LA CLAVE DEL MOVIMIENTO QUE LA ORIGINO EN LA REFERENCIA

       00076-GENERAR-COMISION.

           IF WS-IMPORTE-PESOS < ZERO
               COMPUTE WS-TAR-IMPORTE-BASE = ZERO - WS-IMPORTE-PESOS
           ELSE
               MOVE WS-IMPORTE-PESOS TO WS-TAR-IMPORTE-BASE
           END-IF

           COMPUTE WS-TAR-COMISION ROUNDED =
                   WS-TAR-IMPORTE-FIJO(WS-SUB-TAR-HALLADA)
                 + WS-TAR-IMPORTE-BASE
                 * WS-TAR-PORCENTAJE(WS-SUB-TAR-HALLADA) / 100

           IF WS-TAR-COMISION < WS-TAR-MINIMO(WS-SUB-TAR-HALLADA)
               MOVE WS-TAR-MINIMO(WS-SUB-TAR-HALLADA)
                    TO WS-TAR-COMISION
           END-IF

           IF WS-TAR-MAXIMO(WS-SUB-TAR-HALLADA) > ZERO
              AND WS-TAR-COMISION > WS-TAR-MAXIMO(WS-SUB-TAR-HALLADA)
               MOVE WS-TAR-MAXIMO(WS-SUB-TAR-HALLADA)
                    TO WS-TAR-COMISION
           END-IF

           IF WS-TAR-COMISION = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE AUX-CCCACT-CODIGO    TO WS-TAR-ORIG-CODIGO
           MOVE AUX-CCCACT-TIPO      TO WS-TAR-ORIG-TIPO
           MOVE AUX-CCCACT-FECHA     TO WS-TAR-REF-FECHA
           MOVE AUX-CCCACT-HORA      TO WS-TAR-REF-HORA
           MOVE AUX-CCCACT-SUCURSAL  TO WS-TAR-REF-SUCURSAL
           MOVE WS-TAR-DESCRIPCION(WS-SUB-TAR-HALLADA)
                TO WS-TAR-DESC-LINEA

           MOVE AUX-CCCACT-FECHA     TO WS-TAR-FECHA-CLAVE
           MOVE AUX-CCCACT-SUCURSAL  TO WS-TAR-SUCURSAL-CLAVE
           PERFORM 00078-BUSCAR-HORA-LIBRE

           IF NOT TAR-HORA-LIBRE
               DISPLAY "SIN CLAVE LIBRE PARA LA COMISION DEL CLIENTE: "
                       AUX-CCCACT-CLIENTE " FECHA: " AUX-CCCACT-FECHA
               ADD 1 TO WS-CONT-COM-SIN-CLAVE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAR-HORA-CLAVE    TO AUX-CCCACT-HORA
           MOVE WS-TAR-CODIGO-COMISION(WS-SUB-TAR-HALLADA)
                TO AUX-CCCACT-CODIGO
           COMPUTE AUX-CCCACT-IMPORTE = ZERO - WS-TAR-COMISION
           MOVE "COM"                TO AUX-CCCACT-TIPO
           MOVE "PES"                TO AUX-CCCACT-MONEDA
           MOVE WS-TAR-REFERENCIA    TO AUX-CCCACT-REF-ANU
           SET MOVIMIENTO-TARIFA     TO TRUE

           PERFORM 00080-ASENTAR-GENERADO

           ADD 1 TO WS-CONT-COM-GENERADAS

           MOVE WS-TAR-COMISION      TO CMS-COMISION
           SET CMS-GENERADA          TO TRUE
           PERFORM 00081-GRABAR-COMISION

           .

      *--------------------------><--------><---------------------------

      * REVIERTE LA COMISION DEL MOVIMIENTO QUE SE ESTA ANULANDO: LA
      * BUSCA EN EL MAESTRO ENTRE LOS COM DEL CLIENTE EN LA FRANJA DE
      * 23:59 DE LA FECHA DEL ORIGINAL Y, SI NO FUE ANULADA ANTES, LE
      * ASIENTA SU PROPIA ANULACION EN LA FECHA DE LA ANULACION

       00077-REVERTIR-COMISION.

           IF NOT MAESTRO-ABIERTO
              OR AUX-CCCACT-REF-ANU NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE AUX-CCCACT-REF-ANU   TO WS-TAR-REFERENCIA

      * CODIGO Y TIPO DEL ORIGINAL PARA LA LINEA DE TARIFA DEL INFORME
           MOVE AUX-CCCACT-CLIENTE   TO MOV-CLIENTE
           MOVE WS-TAR-REF-FECHA     TO MOV-FECHA
           MOVE WS-TAR-REF-HORA      TO MOV-HORA
           MOVE WS-TAR-REF-SUCURSAL  TO MOV-SUCURSAL

           READ MAESTROMOV
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           IF MOV-TIPO = "INT" OR MOV-TIPO = "COM" OR MOV-TIPO = "ANU"
               EXIT PARAGRAPH
           END-IF

           MOVE MOV-CODIGO           TO WS-TAR-ORIG-CODIGO
           MOVE MOV-TIPO             TO WS-TAR-ORIG-TIPO

           MOVE "N" TO WS-SW-TAR-COM-HALLADA
           MOVE "N" TO WS-SW-FIN-BUSQ-TAR

           MOVE AUX-CCCACT-CLIENTE   TO MOV-CLIENTE
           MOVE WS-TAR-REF-FECHA     TO MOV-FECHA
           MOVE WS-TAR-HORA-BASE     TO MOV-HORA
           MOVE ZERO                 TO MOV-SUCURSAL

           START MAESTROMOV KEY NOT < MOV-CLAVE
           INVALID KEY
               MOVE "S" TO WS-SW-FIN-BUSQ-TAR
           END-START

           PERFORM UNTIL FIN-BUSQ-TAR
               READ MAESTROMOV NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-BUSQ-TAR
               NOT AT END
                   IF MOV-CLIENTE NOT = AUX-CCCACT-CLIENTE
                      OR MOV-FECHA NOT = WS-TAR-REF-FECHA
                       MOVE "S" TO WS-SW-FIN-BUSQ-TAR
                   ELSE
                       IF MOV-TIPO = "COM"
                          AND MOV-REF-ANU = WS-TAR-REFERENCIA
                           MOVE "S" TO WS-SW-TAR-COM-HALLADA
                           MOVE "S" TO WS-SW-FIN-BUSQ-TAR
                           MOVE MOV-FECHA    TO WS-TAR-COM-FECHA
                           MOVE MOV-HORA     TO WS-TAR-COM-HORA
                           MOVE MOV-SUCURSAL TO WS-TAR-COM-SUCURSAL
                           MOVE MOV-CODIGO   TO WS-TAR-COM-CODIGO
                           MOVE MOV-IMPORTE  TO WS-TAR-COM-IMPORTE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF NOT TAR-COM-HALLADA
               EXIT PARAGRAPH
           END-IF

      * LA COMISION PUDO ANULARSE A MANO, EN ESTA CORRIDA O EN OTRA
           MOVE "N" TO WS-SW-TAR-COM-ANULADA

           PERFORM VARYING WS-SUB-ANU FROM 1 BY 1
                   UNTIL WS-SUB-ANU > WS-CONT-ANU
                      OR TAR-COM-ANULADA
               IF WS-ANU-CLIENTE(WS-SUB-ANU)  = AUX-CCCACT-CLIENTE
                  AND WS-ANU-SUCURSAL(WS-SUB-ANU) = WS-TAR-COM-SUCURSAL
                  AND WS-ANU-FECHA(WS-SUB-ANU)    = WS-TAR-COM-FECHA
                  AND WS-ANU-HORA(WS-SUB-ANU)     = WS-TAR-COM-HORA
                   MOVE "S" TO WS-SW-TAR-COM-ANULADA
               END-IF
           END-PERFORM

           IF NOT TAR-COM-ANULADA
               MOVE AUX-CCCACT-CLIENTE TO MOV-CLIENTE
               MOVE ZERO               TO MOV-FECHA
               MOVE ZERO               TO MOV-HORA
               MOVE ZERO               TO MOV-SUCURSAL

               MOVE "N" TO WS-SW-FIN-BUSQ-TAR

               START MAESTROMOV KEY NOT < MOV-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIN-BUSQ-TAR
               END-START

               PERFORM UNTIL FIN-BUSQ-TAR
                   READ MAESTROMOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SW-FIN-BUSQ-TAR
                   NOT AT END
                       IF MOV-CLIENTE NOT = AUX-CCCACT-CLIENTE
                           MOVE "S" TO WS-SW-FIN-BUSQ-TAR
                       ELSE
                           IF MOV-TIPO = "ANU"
                              AND MOV-REF-ANU = WS-TAR-COM-CLAVE
                               MOVE "S" TO WS-SW-TAR-COM-ANULADA
                               MOVE "S" TO WS-SW-FIN-BUSQ-TAR
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF TAR-COM-ANULADA
               EXIT PARAGRAPH
           END-IF

           IF WS-TAR-COM-IMPORTE < ZERO
               COMPUTE WS-TAR-COMISION = ZERO - WS-TAR-COM-IMPORTE
           ELSE
               MOVE WS-TAR-COM-IMPORTE TO WS-TAR-COMISION
           END-IF

           MOVE ZERO                 TO WS-TAR-IMPORTE-BASE
           MOVE "REVERSION DE COMISION" TO WS-TAR-DESC-LINEA

           MOVE AUX-CCCACT-FECHA     TO WS-TAR-FECHA-CLAVE
           MOVE WS-TAR-COM-SUCURSAL  TO WS-TAR-SUCURSAL-CLAVE
           PERFORM 00078-BUSCAR-HORA-LIBRE

           IF NOT TAR-HORA-LIBRE
               DISPLAY "SIN CLAVE LIBRE PARA REVERTIR LA COMISION DEL "
                       "CLIENTE: " AUX-CCCACT-CLIENTE
                       " FECHA: " AUX-CCCACT-FECHA
               ADD 1 TO WS-CONT-COM-SIN-CLAVE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAR-COM-SUCURSAL  TO AUX-CCCACT-SUCURSAL
           MOVE WS-TAR-HORA-CLAVE    TO AUX-CCCACT-HORA
           MOVE WS-TAR-COM-CODIGO    TO AUX-CCCACT-CODIGO
           COMPUTE AUX-CCCACT-IMPORTE = ZERO - WS-TAR-COM-IMPORTE
           MOVE "ANU"                TO AUX-CCCACT-TIPO
           MOVE "PES"                TO AUX-CCCACT-MONEDA
           MOVE WS-TAR-COM-CLAVE     TO AUX-CCCACT-REF-ANU
           SET MOVIMIENTO-TARIFA     TO TRUE

           PERFORM 00080-ASENTAR-GENERADO

           ADD 1 TO WS-CONT-COM-REVERTIDAS

           COMPUTE CMS-COMISION = ZERO - WS-TAR-COMISION
           SET CMS-REVERTIDA         TO TRUE
           PERFORM 00081-GRABAR-COMISION

           .

      *--------------------------><--------><---------------------------

      * BUSCA UNA HORA LIBRE EN LA FRANJA DE 23:59 PARA EL MOVIMIENTO
      * GENERADO, EN LA FECHA Y SUCURSAL YA CARGADAS EN LA CLAVE: NO
      * DEBE EXISTIR EN EL MAESTRO, NI HABERSE GENERADO EN ESTA CORRIDA,
      * NI VENIR EN LA ENTRADA DE LA CORRIDA

       00078-BUSCAR-HORA-LIBRE.

           MOVE "N" TO WS-SW-TAR-HORA-LIBRE

           IF TAR-ENTRADA-LLENA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TAR-SEGUNDO FROM 0 BY 1
                   UNTIL WS-TAR-SEGUNDO > 59
                      OR TAR-HORA-LIBRE
               COMPUTE WS-TAR-HORA-CLAVE =
                       WS-TAR-HORA-BASE + WS-TAR-SEGUNDO
               MOVE "S" TO WS-SW-TAR-HORA-LIBRE

               PERFORM VARYING WS-SUB-TAR-CLAVE FROM 1 BY 1
                       UNTIL WS-SUB-TAR-CLAVE > WS-CONT-TAR-CLAVE
                          OR NOT TAR-HORA-LIBRE
                   IF WS-TAR-CLAVE-FECHA(WS-SUB-TAR-CLAVE)
                      = WS-TAR-FECHA-CLAVE
                      AND WS-TAR-CLAVE-HORA(WS-SUB-TAR-CLAVE)
                      = WS-TAR-HORA-CLAVE
                      AND WS-TAR-CLAVE-SUCURSAL(WS-SUB-TAR-CLAVE)
                      = WS-TAR-SUCURSAL-CLAVE
                       MOVE "N" TO WS-SW-TAR-HORA-LIBRE
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-SUB-TAR-ENTRADA FROM 1 BY 1
                       UNTIL WS-SUB-TAR-ENTRADA > WS-CONT-TAR-ENTRADA
                          OR NOT TAR-HORA-LIBRE
                   IF WS-TAR-ENT-CLIENTE(WS-SUB-TAR-ENTRADA)
                      = AUX-CCCACT-CLIENTE
                      AND WS-TAR-ENT-FECHA(WS-SUB-TAR-ENTRADA)
                      = WS-TAR-FECHA-CLAVE
                      AND WS-TAR-ENT-HORA(WS-SUB-TAR-ENTRADA)
                      = WS-TAR-HORA-CLAVE
                      AND WS-TAR-ENT-SUCURSAL(WS-SUB-TAR-ENTRADA)
                      = WS-TAR-SUCURSAL-CLAVE
                       MOVE "N" TO WS-SW-TAR-HORA-LIBRE
                   END-IF
               END-PERFORM

               IF TAR-HORA-LIBRE AND MAESTRO-ABIERTO
                   MOVE AUX-CCCACT-CLIENTE    TO MOV-CLIENTE
                   MOVE WS-TAR-FECHA-CLAVE    TO MOV-FECHA
                   MOVE WS-TAR-HORA-CLAVE     TO MOV-HORA
                   MOVE WS-TAR-SUCURSAL-CLAVE TO MOV-SUCURSAL
                   READ MAESTROMOV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SW-TAR-HORA-LIBRE
                   END-READ
               END-IF
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * ANOTA UNA CLAVE DE LA FRANJA DE 23:59 OCUPADA EN ESTA CORRIDA
      * POR EL CLIENTE EN CURSO

       00079-ANOTAR-CLAVE.

           IF WS-CONT-TAR-CLAVE < 500
               ADD 1 TO WS-CONT-TAR-CLAVE
               MOVE WS-TAR-FECHA-CLAVE
                    TO WS-TAR-CLAVE-FECHA(WS-CONT-TAR-CLAVE)
               MOVE WS-TAR-HORA-CLAVE
                    TO WS-TAR-CLAVE-HORA(WS-CONT-TAR-CLAVE)
               MOVE WS-TAR-SUCURSAL-CLAVE
                    TO WS-TAR-CLAVE-SUCURSAL(WS-CONT-TAR-CLAVE)
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ASIENTA EL MOVIMIENTO GENERADO POR EL TARIFARIO COMO UN
      * MOVIMIENTO ACEPTADO MAS, SIN QUE PASE A SER EL ULTIMO ACEPTADO
      * PARA LA DETECCION DE DUPLICADOS

       00080-ASENTAR-GENERADO.

           MOVE WS-MOV-ANTERIOR      TO WS-TAR-MOV-ANTERIOR

           PERFORM 00023-PROCESAR-MOVIMIENTO

           MOVE WS-TAR-MOV-ANTERIOR  TO WS-MOV-ANTERIOR

           PERFORM 00079-ANOTAR-CLAVE

           .

      *--------------------------><--------><---------------------------

      * GRABA LA COMISION GENERADA O REVERTIDA PARA EL INFORME DE
      * INGRESOS POR COMISIONES. LA LINEA DE TARIFA ES LA DEL
      * MOVIMIENTO QUE LA ORIGINO

       00081-GRABAR-COMISION.

           MOVE WS-TAR-REF-SUCURSAL  TO CMS-SUCURSAL
           MOVE WS-TAR-ORIG-CODIGO   TO CMS-CODIGO
           MOVE WS-TAR-ORIG-TIPO     TO CMS-TIPO
           MOVE AUX-CCCACT-CODIGO    TO CMS-CODIGO-COMISION
           MOVE AUX-CCCACT-CLIENTE   TO CMS-CLIENTE
           MOVE AUX-CCCACT-FECHA     TO CMS-FECHA
           MOVE AUX-CCCACT-HORA      TO CMS-HORA
           MOVE WS-TAR-IMPORTE-BASE  TO CMS-IMPORTE-BASE
           MOVE WS-TAR-DESC-LINEA    TO CMS-DESCRIPCION

           WRITE REG-COMISION

           IF NOT COMISIONES-OK
               DISPLAY "ERROR AL GRABAR COMISION, FS: " FS-COMISIONES
           END-IF

           .

      *--------------------------><--------><---------------------------

      * CARGA EN MEMORIA EL CALENDARIO DE FERIADOS Y CALCULA LA FECHA
      * VALOR DE LA FECHA DE PROCESO. SIN ARCHIVO SOLO LOS SABADOS Y
      * DOMINGOS SON INHABILES

       00082-CARGAR-FERIADOS.

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

           MOVE WS-FECHA-PROCESO-NUM TO WS-CAL-FECHA
           PERFORM 00083-AVANZAR-A-HABIL
           MOVE WS-CAL-FECHA         TO WS-FECHA-VALOR-PROCESO

           IF WS-FECHA-VALOR-PROCESO NOT = WS-FECHA-PROCESO-NUM
               DISPLAY "CORRIDA EN DIA INHABIL, FECHA VALOR: "
                       WS-FECHA-VALOR-PROCESO
           END-IF

           .

      *--------------------------><--------><---------------------------

      * AVANZA WS-CAL-FECHA HASTA EL PRIMER DIA HABIL, INCLUSIVE. LA
      * FECHA LLEGA YA VALIDADA POR 00012-VALIDAR-FECHA

       00083-AVANZAR-A-HABIL.

           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA)

           PERFORM 00084-VERIFICAR-HABIL

           PERFORM UNTIL DIA-HABIL
               ADD 1 TO WS-CAL-INT
               COMPUTE WS-CAL-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
               PERFORM 00084-VERIFICAR-HABIL
           END-PERFORM

           .

      *--------------------------><--------><---------------------------

      * INDICA SI WS-CAL-FECHA ES DIA HABIL: NO ES SABADO NI DOMINGO
      * (6 Y 0 DE LA SEMANA, EL DIA 1 DEL CALENDARIO FUE LUNES) NI
      * FIGURA EN EL CALENDARIO DE FERIADOS

       00084-VERIFICAR-HABIL.

           MOVE "S" TO WS-SW-DIA-HABIL

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-CAL-INT, 7)

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

      * ABRE EL INFORME DE DEBITOS SOBRE LIMITE Y EL ARCHIVO DE
      * COMISIONES ANTES DE LA SORT; SIN ELLOS LA CORRIDA NO ARRANCA

       00085-ABRIR-EXCESOS-COMISIONES.

           OPEN OUTPUT EXCESOS

           IF NOT EXCESOS-OK
               DISPLAY "ERROR AL ABRIR EL INFORME DE EXCESOS, FS: "
                       FS-EXCESOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT COMISIONES

           IF NOT COMISIONES-OK
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE COMISIONES, FS: "
                       FS-COMISIONES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           .

      *--------------------------><--------><---------------------------

      * ANOTA LA CLAVE DEL MOVIMIENTO QUE SE ENTREGA A LA SORT SI CAE
      * EN LA FRANJA DE 23:59, DONDE EL TARIFARIO GENERA SUS CLAVES

       00086-ANOTAR-CLAVE-ENTRADA.

           IF CCCACT-HORA IN REG-CCCACT < WS-TAR-HORA-BASE
               EXIT PARAGRAPH
           END-IF

           IF WS-CONT-TAR-ENTRADA < 5000
               ADD 1 TO WS-CONT-TAR-ENTRADA
               MOVE CCCACT-CLIENTE
                    TO WS-TAR-ENT-CLIENTE(WS-CONT-TAR-ENTRADA)
               MOVE CCCACT-FECHA
                    TO WS-TAR-ENT-FECHA(WS-CONT-TAR-ENTRADA)
               MOVE CCCACT-HORA IN REG-CCCACT
                    TO WS-TAR-ENT-HORA(WS-CONT-TAR-ENTRADA)
               MOVE CCCACT-SUCURSAL
                    TO WS-TAR-ENT-SUCURSAL(WS-CONT-TAR-ENTRADA)
           ELSE
               IF NOT TAR-ENTRADA-LLENA
                   DISPLAY "MAS DE 5000 MOVIMIENTOS EN LA FRANJA DE "
                           "23:59, NO SE GENERAN COMISIONES"
                   SET TAR-ENTRADA-LLENA TO TRUE
               END-IF
           END-IF

           .

       END PROGRAM CCCACT2.

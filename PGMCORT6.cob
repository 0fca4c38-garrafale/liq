               SELECT  BCOACEL   ASSIGN       TO BCOACEL
                                 FILE STATUS  IS FS-BCOACEL.

               SELECT  GANANT    ASSIGN       TO GANANT
                                 FILE STATUS  IS FS-GANANT.

               SELECT  GANNUE    ASSIGN       TO GANNUE
                                 FILE STATUS  IS FS-GANNUE.

               SELECT  DEVFON    ASSIGN       TO DEVFON
                                 FILE STATUS  IS FS-DEVFON.

               SELECT  DEVFONP   ASSIGN       TO DEVFONP
                                 FILE STATUS  IS FS-DEVFONP.

               SELECT  CUOFUT    ASSIGN       TO CUOFUT
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS CUO-CLAVE
                                 FILE STATUS  IS FS-CUOFUT.

               SELECT  ALEVOL    ASSIGN       TO ALEVOL
                                 FILE STATUS  IS FS-ALEVOL.

               SELECT  AJUSTES   ASSIGN       TO AJUSTES
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS AJU-CLAVE
                                 FILE STATUS  IS FS-AJUSTES.

               SELECT  AJUREG    ASSIGN       TO AJUREG
                                 FILE STATUS  IS FS-AJUREG.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVMMCLA
           COPY   D532027.                                                    99
           COPY   D532042.                                                    99
           COPY   D532043.
           COPY   D532044.
           COPY   D532045.                                                    99
           COPY   D532046.
           COPY   D532048.                                                    99
           COPY   D532067.                                                    99
           COPY   D532068.                                                    99
CRDCUO     COPY   D532074.                                                    99
           COPY   D532054.
           COPY   D532083.                                                    99
           COPY   D532092.                                                    99
190504     COPY   D532136.                                                    99
901        03  EST-COD-GOB-PAIS                  PIC X(3).
904        03  EST-CATEG-RIESGOS                 PIC X(2).
906        03  EST-ACEL-PRISMA-PLAZO-PAGO        PIC X(1).
907        03  EST-SEGMENTO-COMER                PIC X(2).
      *    ULTIMO CBU QUE EL BANCO DEVOLVIO (PGMDEVTR); MIENTRAS
      *    EST-CBU SEA IGUAL A ESTE LA TRANSFERENCIA VA A LA CUENTA
      *    INTERNA (CONTL-CBU-RECHAZADO)
909        03  EST-CBU-RECHAZADO                 PIC X(22).
      *    MONOTRIBUTISTA QUE SUPERO SU TOPE DE VENTAS ANUAL
      *    (PGMMONOT): SE LE PERCIBE IVA COMO A UN INSCRIPTO
931        03  EST-MONOT-EXCEDIDO                PIC X(1).
               88  EST-MONOT-TOPE-EXCEDIDO             VALUE 'S'.
932        03  EST-MONOT-PERIODO                 PIC 9(4).
936        03  EST-FILLER-RESTO                  PIC X(394).
1330       03  EST-FUNCIONARIO                   PIC X(8).
1338       03  EST-INGRESO                       PIC X(1).
               88  EST-INGRESO-HOST              VALUE ' ' 'H'.
      ******************************************************************
      *    RETENIDOS  -  LIQUIDACIONES RETENIDAS POR SEGURIDAD:        *
      *    ESTABLECIMIENTOS CON PAGO RETENIDO, ANTECEDENTE DE FRAUDE   *
      *    O BAJA POR MOTIVO DE FRAUDE, Y POR ALERTA DE VOLUMEN        *
      *    (UMBRALES DE LA TABLA 054). LLEVA LAS IMAGENES COMPLETAS    *
      *    DE CONTESL Y CONTDGI PARA QUE LA CORRIDA DE LIBERACION      *
      *    (PGMRELIQ) LAS EMITA INTACTAS UNA VEZ APROBADAS             *
      ******************************************************************
               88  RET-MCA-PAGO                VALUE 'P'.
               88  RET-ANTECED-FRAUDE          VALUE 'F'.
               88  RET-BAJA-FRAUDE             VALUE 'B'.
               88  RET-ALERTA-VOLUMEN          VALUE 'V'.
           03  RET-MONEDA           PIC X.
           03  RET-NUMEST           PIC X(10).
           03  RET-REG-CONTESL      PIC X(2000).
      *    LAS TRES MONEDAS Y LAS CANTIDADES DE ESTABLECIMIENTOS       *
      *    PAGADOS, RETENIDOS Y EN SUSPENSO, SEGUIDO DE UN REGISTRO    *
      *    'D' POR CASA CON SU APERTURA. LOS IMPORTES SON LOS NETOS    *
      *    EMITIDOS (CONTL-IMPPAGAR), QUE ES LO QUE TESORERIA DEBITA,  *
      *    MENOS LAS TRANSFERENCIAS QUE EL BANCO DEVOLVIO (DEVFON);    *
      *    CADA DEVOLUCION DESCONTADA SE INFORMA EN UN REGISTRO 'R'    *
      *    DETRAS DE LA APERTURA DEL BANCO                             *
      ******************************************************************
       FD  FONDEO
           RECORD 120 CHARACTERS
           03  FON-CANT-RETENIDOS   PIC 9(7).
           03  FON-CANT-SUSPENSO    PIC 9(7).
           03  FON-DENBCO           PIC X(35).
           03  FON-CANT-DEVUELTOS   PIC 9(7).
           03  FILLER               PIC X(2).
       01  REG-FONDEO-DET.
           03  FOND-TIPO            PIC X.
               88  FOND-DETALLE               VALUE 'D'.
           03  FOND-IMPORTE-PAT     PIC S9(13)V99.
           03  FOND-DENCASA         PIC X(35).
           03  FILLER               PIC X(33).
       01  REG-FONDEO-DEV.
           03  FONR-TIPO            PIC X.
               88  FONR-DEVOLUCION            VALUE 'R'.
           03  FONR-CODBCO          PIC 9(3).
           03  FONR-CODCASA         PIC 9(3).
           03  FONR-MONEDA          PIC X(1).
           03  FONR-CANT            PIC 9(7).
           03  FONR-IMPORTE         PIC S9(13)V99.
           03  FONR-FDEVOL          PIC 9(6).
           03  FILLER               PIC X(84).
           EJECT

      ******************************************************************
           03  SUC-IVA-ESP          PIC S9(16)V99.
           03  SUC-INGBRU           PIC S9(13)V99.
           03  SUC-NETO             PIC S9(13)V99.
           03  SUC-GANANCIAS        PIC S9(13)V99.
           03  FILLER               PIC X(23).
           EJECT

      ******************************************************************
           03  FILLER               PIC X(25).
           EJECT

      ******************************************************************
      *    GANANT / GANNUE  -  ACUMULADO DEL MES DE GANANCIAS POR      *
      *    CUIT Y REGIMEN: GENERACION ANTERIOR (GANANT, VACIO O        *
      *    INEXISTENTE EN LA PRIMERA CORRIDA DEL MES) Y NUEVA          *
      *    GENERACION (GANNUE). EL GANNUE ARRANCA CON EL ARRASTRE DEL  *
      *    GANANT Y SUMA UN DETALLE POR LIQUIDACION SUJETA, ASI UN     *
      *    REINICIO NO PIERDE LO PAGADO ANTES DE LA CAIDA. LAYOUT EN   *
      *    W-REG-GANANCIAS                                             *
      ******************************************************************
       FD  GANANT
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-GANANT             PIC X(80).

       FD  GANNUE
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-GANNUE             PIC X(80).

      ******************************************************************
      *    DEVFON / DEVFONP  -  TRANSFERENCIAS QUE LOS BANCOS          *
      *    DEVOLVIERON (PGMDEVTR), POR BANCO/CASA/MONEDA, A DESCONTAR  *
      *    DEL AVISO DE FONDEO: EL BANCO YA TIENE ESE DINERO Y NO SE   *
      *    LO FONDEA DOS VECES. LO QUE NO SE PUDO DESCONTAR (BANCO O   *
      *    MONEDA QUE NO LIQUIDA EN LA CORRIDA) SE ARRASTRA EN EL      *
      *    DEVFONP, QUE ENTRA EN EL DEVFON SIGUIENTE JUNTO CON LAS     *
      *    NUEVAS DEVOLUCIONES. LAYOUT EN DEVFONZ                      *
      ******************************************************************
       FD  DEVFON
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-DEVFON-E           PIC X(80).

       FD  DEVFONP
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-DEVFONP            PIC X(80).

      ******************************************************************
      *    CUOFUT  -  PAGOS FUTUROS: TRAMOS MENSUALES DE LAS VENTAS EN *
      *    CUOTAS TODAVIA NO PAGADOS. LOS TRAMOS QUE VENCEN EN LA      *
      *    CORRIDA SE INTERCALAN CON EL MOVMMCLA Y SE MARCAN           *
      *    LIQUIDADOS; LOS DE LAS VENTAS NUEVAS SE GRABAN AL DIFERIR   *
      *    LA VENTA. LAYOUT EN CUOFUTZ                                 *
      ******************************************************************
       FD  CUOFUT
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   CUOFUTZ.
           EJECT

      ******************************************************************
      *    ALEVOL  -  ALERTAS DE VOLUMEN: LIQUIDACIONES RETENIDAS POR  *
      *    SUPERAR LOS UMBRALES DE LA CATEGORIA DE RIESGO (TABLA 054)  *
      *    CON EL TOTAL, EL ULTIMO IMPORTE LIQUIDADO, LA RELACION Y EL *
      *    MOTIVO, PARA QUE RIESGO ARME EL APROBADOS DE PGMRELIQ       *
      ******************************************************************
       FD  ALEVOL
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-ALEVOL           PIC X(132).

      ******************************************************************
      *    AJUSTES  -  AJUSTES MANUALES AUTORIZADOS POR PGMEDAJU. SE   *
      *    ACTUALIZA EN EL LUGAR: CADA AJUSTE APLICADO QUEDA MARCADO   *
      *    CON LA CORRIDA, LA LIQUIDACION Y EL DESTINO. LAYOUT EN      *
      *    AJUSTEZ                                                     *
      ******************************************************************
       FD  AJUSTES
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   AJUSTEZ.

      ******************************************************************
      *    AJUREG  -  REGISTRO DE AJUSTES MANUALES: LOS APLICADOS EN   *
      *    LA CORRIDA CON SU LIQUIDACION Y DESTINO, Y LOS QUE QUEDAN   *
      *    PENDIENTES POR NO HABER LIQUIDADO EL ESTABLECIMIENTO        *
      ******************************************************************
       FD  AJUREG
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-AJUREG           PIC X(132).

074300 FD  TABLAF   RECORD 300.
074400 01  REG-TABLAF.
074500     03  TBF-CLAVE.
                   07  W043-TIPCONT      PIC X.
               05  W043-ALICUOTA         PIC 99V9999.

      ******************************************************************
      *    TABLA-ALICUOTAS-GCIAS  -  RETENCION DE GANANCIAS (TABLA     *
      *    044) POR REGIMEN Y TIPO DE CONTRIBUYENTE, CON EL MINIMO     *
      *    NO SUJETO MENSUAL VIGENTE A LA FECHA DE PRESENTACION        *
      ******************************************************************
       01  TABLA-ALICUOTAS-GCIAS.
           03  W044-ELEM   OCCURS 1 TO 200 TIMES
                           DEPENDING ON ODO044
                           ASCENDING   KEY   W044-CLAVE
                           INDEXED BY  I044.
               05  W044-CLAVE.
                   07  W044-CODGCIAS     PIC X(3).
                   07  W044-TIPGCIAS     PIC X.
               05  W044-ALICUOTA         PIC 99V9999.
               05  W044-MINIMO           PIC 9(11)V99.

      ******************************************************************
      *    TABLA-GANANCIAS-MES  -  BASE PAGADA Y RETENCION PRACTICADA  *
      *    EN EL MES POR CUIT Y REGIMEN DE GANANCIAS: ARRANCA CON EL   *
      *    ACUMULADO DE LAS CORRIDAS ANTERIORES DEL MES (0560) Y SE    *
      *    ACTUALIZA CON CADA LIQUIDACION EMITIDA (3367)               *
      ******************************************************************
       01  TABLA-GANANCIAS-MES.
           03  WGAN-ELEM   OCCURS 1 TO 30000 TIMES
                           DEPENDING ON ODOGAN
                           INDEXED BY  IGAN.
               05  WGAN-CLAVE.
                   07  WGAN-CUIT         PIC X(13).
                   07  WGAN-CODGCIAS     PIC X(3).
               05  WGAN-CANT             PIC 9(7).
               05  WGAN-BASE             PIC S9(13)V99.
               05  WGAN-RETENIDO         PIC S9(13)V99.

       01  ODOGAN                        PIC 9(5) VALUE 0.

       01  W-REG-GANANCIAS.
           03  GAN-TIPO             PIC X.
               88  GAN-ARRASTRE               VALUE 'A'.
               88  GAN-DETALLE                VALUE 'D'.
      *    MES DEL ACUMULADO (AAMM DE LA FECHA DE PRESENTACION)
           03  GAN-PERIODO          PIC 9(4).
           03  GAN-CUIT             PIC X(13).
           03  GAN-CODGCIAS         PIC X(3).
           03  GAN-NUMEST           PIC X(10).
           03  GAN-NROLIQ           PIC 9(11).
           03  GAN-CANT             PIC 9(7).
           03  GAN-BASE             PIC S9(13)V99.
           03  GAN-RETENIDO         PIC S9(13)V99.
           03  FILLER               PIC X(1).

       01  W-CLAVE-GANANCIAS.
           03  W-GAN-CUIT                PIC X(13).
               88  GAN-SIN-CUIT              VALUE SPACES LOW-VALUES
                                                   '00-00000000-0'.
           03  W-GAN-CODGCIAS            PIC X(3).

       01  W-CLAVE-GCIAS-TAB.
           03  W-GCI-CODGCIAS            PIC X(3).
           03  W-GCI-TIPGCIAS            PIC X.

       01  W-GAN-PERIODO                 PIC 9(4) VALUE 0.
       01  W-ALIC-GANANCIAS              PIC 99V9999 VALUE 0.
       01  W-MINIMO-GANANCIAS            PIC 9(11)V99 VALUE 0.
       01  W-GAN-SUJETO                  PIC S9(16)V99 VALUE 0.
       01  W-GAN-RETENIDO-ANT            PIC S9(13)V99 VALUE 0.
       01  W-RET-GANANCIAS               PIC S9(13)V99 VALUE 0.

       01  W-SUJETO-GANANCIAS            PIC X VALUE 'N'.
           88  SUJETO-GANANCIAS                VALUE 'S'.

       01  W-GAN-EN-TABLA                PIC X VALUE 'N'.
           88  GAN-EN-TABLA                    VALUE 'S'.

       01  FIN-GANANT                    PIC X VALUE 'N'.
           88 EOF-GANANT                 VALUE 'Y'.

      *    FUERA DE W-FILE-STATUS: EL GANANT SE ABRE Y SE CIERRA EN
      *    0560, ANTES DEL CONTROL DE APERTURA DE LAS SALIDAS, Y EN LA
      *    PRIMERA CORRIDA DEL MES PUEDE NO EXISTIR
       01  FS-GANANT                     PIC XX VALUE SPACES.

       77  CONT-GANANT                   PIC 9(9) VALUE 0.
       77  CONT-GANNUE                   PIC 9(9) VALUE 0.
       77  CONT-RET-GANANCIAS            PIC 9(9) VALUE 0.
       77  TOTAL-RET-GANANCIAS           PIC S9(13)V99 VALUE 0.

      ******************************************************************
      *    TABLA-RESUMEN-SIRCREB  -  ACUMULA BASE Y RETENCION DE       *
      *    INGRESOS BRUTOS POR JURISDICCION PARA EL ARCHIVO SIRCREB    *
       01  ODO026                        PIC 9(3) VALUE 0.
       01  ODO027                        PIC 9(5) VALUE 0.
       01  ODO043                        PIC 9(3) VALUE 0.
       01  ODO044                        PIC 9(3) VALUE 0.
       01  ODO045                        PIC 9(3) VALUE 0.
       01  ODO046                        PIC 9(3) VALUE 0.
       01  ODOPND                        PIC 9(5) VALUE 0.

       01  W-FON-CASAS-CANT              PIC 9(3) VALUE 0.

      ******************************************************************
      *    TABLA-DEVOL-FONDEO  -  DEVOLUCIONES DEL DEVFON A DESCONTAR  *
      *    DEL FONDEO: PENDIENTE HASTA EL CORTE DE SU CASA (O DE SU    *
      *    BANCO SI LA CASA NO LIQUIDA), APLICADA HASTA QUE SE GRABA   *
      *    SU REGISTRO 'R' E INFORMADA DESPUES                         *
      ******************************************************************
       01  TABLA-DEVOL-FONDEO.
           03  WDVF-ELEM   OCCURS 1 TO 2000 TIMES
                           DEPENDING ON ODODVF
                           INDEXED BY  IDVF.
               05  WDVF-CODBCO           PIC 9(3).
               05  WDVF-CODCASA          PIC 9(3).
               05  WDVF-MONEDA           PIC X(1).
               05  WDVF-CANT             PIC 9(7).
               05  WDVF-IMPORTE          PIC S9(13)V99.
               05  WDVF-FDEVOL           PIC 9(6).
               05  WDVF-ESTADO           PIC X(1).
                   88  WDVF-PENDIENTE            VALUE ' '.
                   88  WDVF-APLICADA             VALUE 'A'.
                   88  WDVF-INFORMADA            VALUE 'I'.

       01  ODODVF                        PIC 9(4) VALUE 0.

       COPY DEVFONZ.

       01  FIN-DEVFON                    PIC X VALUE 'N'.
           88 EOF-DEVFON                 VALUE 'Y'.

       01  FIN-FONDEO                    PIC X VALUE 'N'.
           88 EOF-FONDEO                 VALUE 'Y'.

      *    FUERA DE W-FILE-STATUS, COMO EL GANANT: EL DEVFON SE LEE EN
      *    0580 ANTES DEL CONTROL DE APERTURA DE LAS SALIDAS Y PUEDE
      *    NO EXISTIR SI NO HUBO DEVOLUCIONES
       01  FS-DEVFON                     PIC XX VALUE SPACES.

       77  CONT-FON-DEVUELTOS            PIC 9(7) VALUE 0.
       77  CONT-DEVFON                   PIC 9(9) VALUE 0.
       77  CONT-DEVFONP                  PIC 9(9) VALUE 0.
       77  TOTAL-DEVFON-APLICADO         PIC S9(13)V99 VALUE 0.

      ******************************************************************
      *    TABLA-TASAS-BCOACEL  -  TASAS DE LA ACELERACION BANCARIA    *
      *    (TABLA 049), UNA POR CODIGO DE TASA DEL MAESTRO             *
       77  CONT-BCOACEL                  PIC 9(9) VALUE 0.
       77  TOTAL-RECUPERO-ACEL           PIC S9(13)V99 VALUE 0.

      ******************************************************************
      *    TABLA-PLANES-CUOTAS  -  PLANES DE PAGO EN TRAMOS (TABLA     *
      *    074) POR PLAN DEL MAESTRO Y CUOTAS HABILITADAS, CON LOS     *
      *    CODIGOS DE OPERACION DE VENTA EN CUOTAS DE CADA PLAN        *
      ******************************************************************
       01  TABLA-PLANES-CUOTAS.
           03  W074-ELEM   OCCURS 1 TO 200 TIMES
                           DEPENDING ON ODO074
                           ASCENDING   KEY   W074-CLAVE
                           INDEXED BY  I074.
               05  W074-CLAVE.
                   07  W074-PLAN-CUOTAS  PIC X.
                   07  W074-CANTCUO      PIC XX.
               05  W074-CANT-TRAMOS      PIC 99.
               05  W074-CODOPS.
                   07  W074-CODOP        PIC X(4) OCCURS 10 TIMES
                                         INDEXED BY  I074C.

       01  ODO074                        PIC 9(3) VALUE 0.

      ******************************************************************
      *    TABLA-UMBRALES-VOLUMEN  -  UMBRALES DE ALERTA DE VOLUMEN    *
      *    (TABLA 054) POR CATEGORIA DE RIESGO, VIGENTES A LA FECHA DE *
      *    PRESENTACION. LA CATEGORIA EN BLANCO ES LA GENERAL          *
      ******************************************************************
       01  TABLA-UMBRALES-VOLUMEN.
           03  W054-ELEM   OCCURS 1 TO 100 TIMES
                           DEPENDING ON ODO054
                           ASCENDING   KEY   W054-CATEG-RIESGOS
                           INDEXED BY  I054.
               05  W054-CATEG-RIESGOS    PIC X(2).
               05  W054-FACTOR-MAXIMO    PIC 9(3)V99.
               05  W054-IMPORTE-MINIMO   PIC 9(11)V99.
               05  W054-DIAS-NUEVO       PIC 9(4).
               05  W054-TOPE-NUEVO       PIC 9(11)V99.
               05  W054-DIAS-INACTIVO    PIC 9(4).

       01  ODO054                        PIC 9(3) VALUE 0.

       01  W-ALERTA-VOLUMEN              PIC X VALUE 'N'.
           88  ALERTA-VOLUMEN                  VALUE 'S'.

       01  W-UMBRAL-HALLADO              PIC X VALUE 'N'.
           88  UMBRAL-HALLADO                  VALUE 'S'.

       01  W-VOL-MOTIVO                  PIC X VALUE SPACE.
           88  VOL-ESTAB-NUEVO                 VALUE 'N'.
           88  VOL-SIN-HISTORIA                VALUE 'S'.
           88  VOL-REACTIVADO                  VALUE 'I'.
           88  VOL-SUPERA-FACTOR               VALUE 'R'.

       01  W-VOL-CATEG                   PIC X(2).
       01  W-VOL-RATIO                   PIC 9(5)V99 VALUE 0.
       01  W-VOL-ULTFPR-AMD              PIC 9(8) VALUE 0.
       01  W-VOL-FALTA-AMD               PIC 9(8) VALUE 0.
       01  W-VOL-DIAS-SIN-LIQ            PIC S9(5) COMP-3 VALUE 0.
       01  W-VOL-DIAS-ANTIG              PIC S9(5) COMP-3 VALUE 0.

      *    FECHA DDMMAA DEL MAESTRO A CONVERTIR EN W-VOL-FECHA-AMD
       01  W-VOL-FECHA-DMA.
           03  W-VOL-DD                  PIC 99.
           03  W-VOL-MM                  PIC 99.
           03  W-VOL-AA                  PIC 99.
       01  W-VOL-FECHA-AMD               PIC 9(8) VALUE 0.

       01  RATIO-FORMATEADO              PIC ZZ.ZZ9,99.
       01  DIAS-FORMATEADOS              PIC ZZZZ9.

       77  CONT-ALERTAS-VOLUMEN          PIC 9(9) VALUE 0.

      ******************************************************************
      *    TABLA-AJUSTES  -  AJUSTES MANUALES A APLICAR EN LA CORRIDA: *
      *    LOS PENDIENTES DEL AJUSTES Y, EN EL REINICIO O EN LA        *
      *    CORRIDA FORZADA, LOS QUE YA APLICO ESTA MISMA PRESENTACION, *
      *    MONEDA Y MODO (COMO LOS TRAMOS DEL CUOFUT). CADA AJUSTE SE  *
      *    APLICA UNA SOLA VEZ AUNQUE EL ESTABLECIMIENTO TENGA MAS DE  *
      *    UN CORTE EN LA CORRIDA                                      *
      ******************************************************************
       01  TABLA-AJUSTES.
           03  WAJU-ELEM   OCCURS 1 TO 5000 TIMES
                           DEPENDING ON ODOAJU
                           INDEXED BY  IAJU.
               05  WAJU-CLAVE.
                   07  WAJU-CLAVE-EST    PIC X(19).
                   07  WAJU-REFERENCIA   PIC X(15).
               05  WAJU-MONEDA           PIC X.
               05  WAJU-SIGNO            PIC X.
                   88  WAJU-CREDITO              VALUE 'C'.
               05  WAJU-IMPORTE          PIC 9(13)V99.
               05  WAJU-MOTIVO           PIC X(3).
               05  WAJU-ESTADO           PIC X.
                   88  WAJU-PENDIENTE            VALUE 'P'.
               05  WAJU-CORRIDA          PIC X.
                   88  WAJU-SIN-APLICAR          VALUE 'N'.
                   88  WAJU-APLICADO-CORRIDA     VALUE 'S'.

       01  ODOAJU                        PIC 9(5) VALUE 0.

      *    AJUSTES APLICADOS A LA LIQUIDACION EN CURSO (HASTA 10, LOS
      *    QUE EXCEDEN QUEDAN PENDIENTES PARA LA PROXIMA)
       01  W-AJUSTES-LIQ.
           03  WAL-IAJU                  PIC 9(5) OCCURS 10 TIMES.
       01  W-CANT-AJU-LIQ                PIC S9(4) COMP VALUE 0.
       01  W-IAL                         PIC S9(4) COMP VALUE 0.
       01  W-AJU-TOTAL                   PIC S9(13)V99 VALUE 0.
       01  AJUSTE-FORMATEADO             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  W-FIN-AJUSTES                 PIC X VALUE 'N'.
           88  EOF-AJUSTES                       VALUE 'S'.

       77  CONT-AJUSTES-APLICADOS        PIC 9(9) VALUE 0.
       77  CONT-AJUSTES-PENDIENTES       PIC 9(9) VALUE 0.
       77  TOTAL-AJUSTES-CREDITO         PIC S9(15)V99 VALUE 0.
       77  TOTAL-AJUSTES-DEBITO          PIC S9(15)V99 VALUE 0.

       01  W-CLAVE-PLAN.
           03  W-PLN-PLAN-CUOTAS         PIC X.
           03  W-PLN-CANTCUO             PIC XX.

      ******************************************************************
      *    INTERCALACION DE LOS TRAMOS VENCIDOS DEL CUOFUT CON EL      *
      *    MOVMMCLA: DE CADA ARCHIVO SE TIENE LEIDO POR ADELANTADO EL  *
      *    PROXIMO REGISTRO CON SU CLAVE DE SECUENCIA (BANCO/CASA/     *
      *    NUMEST/PRODUCTO, HIGH-VALUES AL TERMINAR) Y SE ENTREGA EL   *
      *    MENOR; A IGUAL CLAVE EL TRAMO VA PRIMERO                    *
      ******************************************************************
       01  W-SEC-MOV.
           03  W-SMV-CODBCO              PIC 9(3).
           03  W-SMV-CODCASA             PIC 9(3).
           03  W-SMV-NUMEST              PIC X(10).
           03  W-SMV-CODSIS              PIC X(3).
           03  W-SMV-CODTAR              PIC X(3).
           03  W-SMV-CODADM              PIC 9(3).

       01  W-SEC-CUOTA                   PIC X(25).

       01  W-MOV-SIGUIENTE               PIC X(650).
       01  W-MOV-ENTREGA                 PIC X(650).

       01  W-CUOTA-SIGUIENTE.
           03  W-CSG-NRO-CUOTA           PIC 99.
           03  W-CSG-CANT-CUOTAS         PIC 99.
           03  W-CSG-MOVIMIENTO          PIC X(650).

       01  W-MOV-CUOTA                   PIC X VALUE 'N'.
           88  MOV-ES-CUOTA                    VALUE 'S'.

       01  W-CUOTA-HALLADA               PIC X VALUE 'N'.
           88  CUOTA-HALLADA                   VALUE 'S'.

       01  FIN-CUOFUT                    PIC X VALUE 'N'.
           88 EOF-CUOFUT                 VALUE 'Y'.

      *    ENTRAN EN LA CORRIDA LOS TRAMOS QUE VENCEN HASTA LA FECHA
      *    DE PRESENTACION MAS EL GRUPO DE LIQUIDACION (L-DIAS)
       01  W-FVTO-CORTE                  PIC 9(8) VALUE 0.

      *    FRACCIONAMIENTO DE LA VENTA EN CURSO: EL PRIMER TRAMO
      *    ABSORBE LOS CENTAVOS DE LA DIVISION
       01  W-CANT-TRAMOS                 PIC 99 VALUE 0.
       01  W-NRO-TRAMO                   PIC 99 VALUE 0.
       01  W-IMPORTE-VENTA               PIC S9(13)V99 VALUE 0.
       01  W-IMPORTE-TRAMO               PIC S9(13)V99 VALUE 0.
       01  W-IMPORTE-PRIMER-TRAMO        PIC S9(13)V99 VALUE 0.
       01  W-IMPORTE-DIFERIDO            PIC S9(13)V99 VALUE 0.

       01  W-VENTA-FRACCIONADA           PIC X VALUE 'N'.
           88  VENTA-FRACCIONADA               VALUE 'S'.

      *    VENCIMIENTO DEL TRAMO: MISMO DIA DEL MES QUE EL PAGO DE LA
      *    VENTA (O EL ULTIMO DIA DEL MES SI ES MAS CORTO)
       01  W-VENCIMIENTO.
           03  W-VTO-AAAA                PIC 9(4).
           03  W-VTO-MM                  PIC 99.
           03  W-VTO-DD                  PIC 99.
       01  W-VENCIMIENTO-N REDEFINES W-VENCIMIENTO
                                         PIC 9(8).

       01  W-MES-SIGUIENTE.
           03  W-MSG-AAAA                PIC 9(4).
           03  W-MSG-MM                  PIC 99.
           03  W-MSG-DD                  PIC 99.
       01  W-MES-SIGUIENTE-N REDEFINES W-MES-SIGUIENTE
                                         PIC 9(8).

       01  W-VTO-MESES                   PIC 9(6) VALUE 0.
       01  W-VTO-DIA-VENTA               PIC 99 VALUE 0.
       01  W-VTO-ULTIMO-DIA              PIC 9(8) VALUE 0.

       01  W-CUOTA-EDITADA.
           03  W-CED-NRO                 PIC 99.
           03  FILLER                    PIC X VALUE '/'.
           03  W-CED-CANT                PIC 99.

       77  CONT-VENTAS-EN-CUOTAS         PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-GRABADAS          PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-YA-GRABADAS       PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-VENCIDAS          PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-DEPURADAS         PIC 9(9) VALUE 0.
       77  TOTAL-CUOTAS-DIFERIDO         PIC S9(13)V99 VALUE 0.
       77  TOTAL-CUOTAS-VENCIDAS         PIC S9(13)V99 VALUE 0.

      ******************************************************************
      *    TABLA-MADRES  -  ACUMULADO DE LA LIQUIDACION CONSOLIDADA    *
      *    DE CADENAS: UNA ENTRADA POR COMERCIO MADRE, PRODUCTO Y      *
               05  WMAD-INGBRU           PIC S9(13)V99.
               05  WMAD-DTO-PEX          PIC S9(13)V99.
               05  WMAD-DED-PEND         PIC S9(13)V99.
               05  WMAD-GANANCIAS        PIC S9(13)V99.
               05  WMAD-AJUSTES          PIC S9(13)V99.

       01  ODOMAD                        PIC 9(4) VALUE 0.

           03  FS-FONDEO          PIC XX VALUE SPACES.
           03  FS-SUCDET          PIC XX VALUE SPACES.
           03  FS-BCOACEL         PIC XX VALUE SPACES.
           03  FS-GANNUE          PIC XX VALUE SPACES.
           03  FS-DEVFONP         PIC XX VALUE SPACES.
           03  FS-CUOFUT          PIC XX VALUE SPACES.
           03  FS-ALEVOL          PIC XX VALUE SPACES.
           03  FS-AJUSTES         PIC XX VALUE SPACES.
           03  FS-AJUREG          PIC XX VALUE SPACES.
084800

       01  W-IVA-TODOS.
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-CARGAR-TABLAS
           PERFORM 0530-CONTROLAR-CORRIDA-PREVIA
           PERFORM 0560-CARGAR-GANANCIAS-MES
           PERFORM 0580-CARGAR-DEVOLUCIONES
           PERFORM 0540-ABRIR-SALIDAS
           PERFORM 0570-ARRASTRAR-GANANCIAS-MES
           PERFORM 0590-INICIAR-LECTURA
           PERFORM 0595-CARGAR-AJUSTES
           PERFORM 0550-REINICIAR-PROCESO

      ******************************************************************
             IF ESTAB-NO-ENCONTRADO OR COM-NO-ENCONTRADO
                 PERFORM 4306-GRABAR-SUSPENSO-MOV
             ELSE
                 IF NOT MOV-ES-CUOTA
                     PERFORM 3340-FRACCIONAR-VENTA-CUOTAS
                 END-IF
                 PERFORM 3350-CALCULAR-CARGO
             END-IF

             END-IF

      *      LA FECHA DE PAGO CALCULADA AL INICIO DEL GRUPO (5410)
      *      SE CONTRASTA CONTRA CADA MOVIMIENTO DE LA CAPTURA; EL
      *      TRAMO DE UNA VENTA EN CUOTAS TRAE LA FECHA DE LA VENTA
             IF NOT (ESTAB-NO-ENCONTRADO OR COM-NO-ENCONTRADO)
              AND MOV-FPAG NOT = W-FPAG-CALC
              AND NOT MOV-ES-CUOTA
                 PERFORM 5415-IMPRIMIR-FPAG-DIFIERE
             END-IF

                           MOVSALT7 SUSPENSO SIRCREB RETENIDOS
                           CONTESLD CONTESLP CONTDGID CONTDGIP
                           SALIDA6D SALIDA6P FONDEO SUCDET
                           BCOACEL GANNUE DEVFONP CONTROLES
                           ALEVOL AJUREG
           ELSE
               OPEN OUTPUT SALIDA SALIDA2 CONTESL CONTDGI SALIDA6
                           MOVSALT7 SUSPENSO SIRCREB RETENIDOS
                           CONTESLD CONTESLP CONTDGID CONTDGIP
                           SALIDA6D SALIDA6P FONDEO SUCDET
                           BCOACEL GANNUE DEVFONP ALEVOL AJUREG
               OPEN EXTEND CONTROLES
           END-IF
      *    EL CUOFUT SE ACTUALIZA EN EL LUGAR: EN EL REINICIO LOS
      *    TRAMOS PAGADOS POR ESTA MISMA CORRIDA SE VUELVEN A ENTREGAR
      *    Y LOS YA DIFERIDOS NO SE DUPLICAN (MISMA CLAVE)
           OPEN I-O CUOFUT
      *    LO MISMO EL AJUSTES: LOS APLICADOS POR ESTA CORRIDA SE
      *    VUELVEN A CARGAR EN EL REINICIO (0595)
           OPEN I-O AJUSTES
095800
095900     IF W-FILE-STATUS NOT =
             '0000000000000000000000000000000000000000000000000000000000
      -      '00'
096000         DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
096100         GOBACK
096200     END-IF

           IF L-NRO-REG-REINICIO = 0
               PERFORM 5599-IMPRIMIR-ENCAB-ALEVOL
               PERFORM 5449-IMPRIMIR-ENCAB-AJUREG
           END-IF

           MOVE SPACES TO LINEA-SALIDA.

       0550-REINICIAR-PROCESO.
               DISPLAY 'REINICIO SOLICITADO DESDE EL REGISTRO '
                        L-NRO-REG-REINICIO ' DE MOVMMCLA'

      *        SE LEE HASTA EL MOVIMIENTO ANTERIOR AL DEL REINICIO Y
      *        SE TOMA EL REGISTRO SIGUIENTE: LOS TRAMOS VENCIDOS QUE
      *        SE INTERCALAN ANTES DEL MOVIMIENTO DEL REINICIO SON DE
      *        ESTABLECIMIENTOS POSTERIORES AL PUNTO DE REINICIO
               PERFORM UNTIL EOF-MOVMMCLA
                       OR CONT-MOVMMCLA NOT < L-NRO-REG-REINICIO - 1
                   PERFORM 2000-LEER-MOVMMCLA
               END-PERFORM
               PERFORM 2000-LEER-MOVMMCLA

               DISPLAY 'REINICIO POSICIONADO EN EL REGISTRO '
                        CONT-MOVMMCLA ' DE MOVMMCLA'
           END-IF.

      ******************************************************************
      *    0560-CARGAR-GANANCIAS-MES  -  ACUMULADO DEL MES POR CUIT Y  *
      *    REGIMEN DE GANANCIAS (BASE PAGADA Y RETENCION PRACTICADA),  *
      *    PARA APLICAR EL MINIMO NO SUJETO MENSUAL SOBRE TODAS LAS    *
      *    CORRIDAS DEL MES. SE PARTE DE LA GENERACION ANTERIOR        *
      *    (GANANT) DESCARTANDO LOS REGISTROS DE OTRO MES; EN EL       *
      *    REINICIO SE PARTE DEL GANNUE PARCIAL DE LA PROPIA CORRIDA,  *
      *    QUE YA TIENE EL ARRASTRE Y LO PAGADO ANTES DE LA CAIDA      *
      ******************************************************************
       0560-CARGAR-GANANCIAS-MES.
           COMPUTE W-GAN-PERIODO = T076-AAPRES * 100 + T076-MMPRES

           IF L-NRO-REG-REINICIO > 0
               OPEN INPUT GANNUE
               IF FS-GANNUE NOT = '00'
                   DISPLAY 'ERROR AL ABRIR GANNUE ' FS-GANNUE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0562-LEER-GANNUE
               PERFORM UNTIL EOF-GANANT
                   PERFORM 0565-ACUMULAR-GANANCIAS-MES
                   PERFORM 0562-LEER-GANNUE
               END-PERFORM
               CLOSE GANNUE
           ELSE
               OPEN INPUT GANANT
               IF FS-GANANT = '35'
      *            SIN GENERACION ANTERIOR: EL MES ARRANCA EN CERO
                   CONTINUE
               ELSE
                   IF FS-GANANT NOT = '00'
                       DISPLAY 'ERROR AL ABRIR GANANT ' FS-GANANT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 0561-LEER-GANANT
                   PERFORM UNTIL EOF-GANANT
                       PERFORM 0565-ACUMULAR-GANANCIAS-MES
                       PERFORM 0561-LEER-GANANT
                   END-PERFORM
                   CLOSE GANANT
               END-IF
           END-IF.

       0561-LEER-GANANT.
           READ GANANT INTO W-REG-GANANCIAS
               AT END SET EOF-GANANT TO TRUE
               NOT AT END
                   ADD 1 TO CONT-GANANT
           END-READ.

       0562-LEER-GANNUE.
           READ GANNUE INTO W-REG-GANANCIAS
               AT END SET EOF-GANANT TO TRUE
               NOT AT END
                   ADD 1 TO CONT-GANANT
           END-READ.

       0565-ACUMULAR-GANANCIAS-MES.
           IF GAN-PERIODO = W-GAN-PERIODO
               MOVE GAN-CUIT     TO W-GAN-CUIT
               MOVE GAN-CODGCIAS TO W-GAN-CODGCIAS
               PERFORM 3366-BUSCAR-GANANCIAS-MES
               IF NOT GAN-EN-TABLA
                   PERFORM 3368-AGREGAR-GANANCIAS-MES
               END-IF
               ADD GAN-CANT     TO WGAN-CANT(IGAN)
               ADD GAN-BASE     TO WGAN-BASE(IGAN)
               ADD GAN-RETENIDO TO WGAN-RETENIDO(IGAN)
           END-IF.

      ******************************************************************
      *    0570-ARRASTRAR-GANANCIAS-MES  -  EL GANNUE ARRANCA CON UN   *
      *    REGISTRO DE ARRASTRE POR CUIT Y REGIMEN CON EL ACUMULADO    *
      *    DE LAS CORRIDAS ANTERIORES DEL MES; EN EL REINICIO YA LO    *
      *    TIENE DE LA CORRIDA CAIDA                                   *
      ******************************************************************
       0570-ARRASTRAR-GANANCIAS-MES.
           IF L-NRO-REG-REINICIO = 0 AND ODOGAN > 0
               SET IGAN TO 1
               PERFORM UNTIL IGAN > ODOGAN
                   MOVE SPACES              TO W-REG-GANANCIAS
                   SET GAN-ARRASTRE         TO TRUE
                   MOVE W-GAN-PERIODO       TO GAN-PERIODO
                   MOVE WGAN-CUIT(IGAN)     TO GAN-CUIT
                   MOVE WGAN-CODGCIAS(IGAN) TO GAN-CODGCIAS
                   MOVE ZEROS               TO GAN-NROLIQ
                   MOVE WGAN-CANT(IGAN)     TO GAN-CANT
                   MOVE WGAN-BASE(IGAN)     TO GAN-BASE
                   MOVE WGAN-RETENIDO(IGAN) TO GAN-RETENIDO
                   WRITE REG-GANNUE FROM W-REG-GANANCIAS
                   ADD 1 TO CONT-GANNUE
                   SET IGAN UP BY 1
               END-PERFORM
           END-IF.

      ******************************************************************
      *    0580-CARGAR-DEVOLUCIONES  -  CARGA EL DEVFON (DEVOLUCIONES  *
      *    NUEVAS MAS EL ARRASTRE DE LA CORRIDA ANTERIOR). EN EL       *
      *    REINICIO LAS DEVOLUCIONES QUE YA TIENEN SU REGISTRO 'R' EN  *
      *    EL FONDEO PARCIAL SE DESCONTARON ANTES DE LA CAIDA Y NO SE  *
      *    VUELVEN A APLICAR                                           *
      ******************************************************************
       0580-CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVFON
           IF FS-DEVFON = '35'
      *        SIN DEVOLUCIONES PENDIENTES
               CONTINUE
           ELSE
               IF FS-DEVFON NOT = '00'
                   DISPLAY 'ERROR AL ABRIR DEVFON ' FS-DEVFON
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0581-LEER-DEVFON
               PERFORM UNTIL EOF-DEVFON
                   PERFORM 0585-AGREGAR-DEVOLUCION
                   PERFORM 0581-LEER-DEVFON
               END-PERFORM
               CLOSE DEVFON
           END-IF

           IF L-NRO-REG-REINICIO > 0 AND ODODVF > 0
               OPEN INPUT FONDEO
               IF FS-FONDEO NOT = '00'
                   DISPLAY 'ERROR AL ABRIR FONDEO ' FS-FONDEO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0582-LEER-FONDEO
               PERFORM UNTIL EOF-FONDEO
                   IF FONR-DEVOLUCION
                       PERFORM 0586-MARCAR-INFORMADA
                   END-IF
                   PERFORM 0582-LEER-FONDEO
               END-PERFORM
               CLOSE FONDEO
           END-IF.

       0581-LEER-DEVFON.
           READ DEVFON INTO REG-DEVFON
               AT END SET EOF-DEVFON TO TRUE
               NOT AT END
                   ADD 1 TO CONT-DEVFON
           END-READ.

       0582-LEER-FONDEO.
           READ FONDEO
               AT END SET EOF-FONDEO TO TRUE
           END-READ.

       0585-AGREGAR-DEVOLUCION.
           IF ODODVF = 2000
               DISPLAY 'TABLA-DEVOL-FONDEO DESBORDADA, BANCO '
                        DVF-CODBCO ' CASA ' DVF-CODCASA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODODVF
           SET IDVF TO ODODVF
           MOVE DVF-CODBCO   TO WDVF-CODBCO(IDVF)
           MOVE DVF-CODCASA  TO WDVF-CODCASA(IDVF)
           MOVE DVF-MONEDA   TO WDVF-MONEDA(IDVF)
           MOVE DVF-CANT     TO WDVF-CANT(IDVF)
           MOVE DVF-IMPORTE  TO WDVF-IMPORTE(IDVF)
           MOVE DVF-FDEVOL   TO WDVF-FDEVOL(IDVF)
           SET WDVF-PENDIENTE(IDVF) TO TRUE.

       0586-MARCAR-INFORMADA.
           SET IDVF TO 1
           SEARCH WDVF-ELEM
               AT END
                   DISPLAY 'DEVOLUCION DEL FONDEO PARCIAL NO HALLADA '
                           'EN DEVFON, BANCO ' FONR-CODBCO
                           ' CASA ' FONR-CODCASA
               WHEN WDVF-CODBCO(IDVF)  = FONR-CODBCO
                AND WDVF-CODCASA(IDVF) = FONR-CODCASA
                AND WDVF-MONEDA(IDVF)  = FONR-MONEDA
                AND NOT WDVF-INFORMADA(IDVF)
                   SET WDVF-INFORMADA(IDVF) TO TRUE
                   ADD WDVF-IMPORTE(IDVF) TO TOTAL-DEVFON-APLICADO
           END-SEARCH.

      ******************************************************************
      *    0590-INICIAR-LECTURA  -  FECHA DE CORTE DE LOS TRAMOS       *
      *    VENCIDOS Y PRIMERA LECTURA DEL MOVMMCLA Y DEL CUOFUT PARA   *
      *    LA INTERCALACION (2000)                                     *
      ******************************************************************
       0590-INICIAR-LECTURA.
           IF L-DIAS NUMERIC
               MOVE L-DIAS TO W-DIAS-LIQ
           ELSE
               MOVE 5      TO W-DIAS-LIQ
           END-IF
           COMPUTE W-FVTO-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-FECHA-PRES-AMD)
                 + W-DIAS-LIQ)

           PERFORM 2010-LEER-MOVIMIENTO
           PERFORM 2050-LEER-CUOFUT.

      ******************************************************************
      *    0595-CARGAR-AJUSTES  -  CARGA EN TABLA-AJUSTES LOS AJUSTES  *
      *    MANUALES PENDIENTES Y LOS YA APLICADOS POR ESTA MISMA       *
      *    PRESENTACION, MONEDA Y MODO (REINICIO O CORRIDA FORZADA),   *
      *    QUE SE VUELVEN A APLICAR A LA LIQUIDACION QUE SE REGENERA   *
      ******************************************************************
       0595-CARGAR-AJUSTES.
           MOVE LOW-VALUES TO AJU-CLAVE
           START AJUSTES KEY NOT LESS AJU-CLAVE
                 INVALID KEY SET EOF-AJUSTES TO TRUE
           END-START
           IF NOT EOF-AJUSTES
               PERFORM 0596-LEER-AJUSTES
           END-IF
           PERFORM UNTIL EOF-AJUSTES
             IF AJU-PENDIENTE
              OR (AJU-APLICADO
                  AND AJU-FPRES-LIQ = W-FVIGENCIA-CORTE
                  AND AJU-LIQ       = L-LIQ
                  AND AJU-MODO      = L-MODO)
                 PERFORM 0597-AGREGAR-AJUSTE
             END-IF
             PERFORM 0596-LEER-AJUSTES
           END-PERFORM.

       0596-LEER-AJUSTES.
           READ AJUSTES NEXT
                AT END SET EOF-AJUSTES TO TRUE
           END-READ.

       0597-AGREGAR-AJUSTE.
           IF ODOAJU = 5000
               DISPLAY 'TABLA-AJUSTES DESBORDADA, AJUSTE ' AJU-CLAVE
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODOAJU
           SET IAJU TO ODOAJU
           MOVE AJU-CLAVE      TO WAJU-CLAVE(IAJU)
           MOVE AJU-MONEDA     TO WAJU-MONEDA(IAJU)
           MOVE AJU-SIGNO      TO WAJU-SIGNO(IAJU)
           MOVE AJU-IMPORTE    TO WAJU-IMPORTE(IAJU)
           MOVE AJU-MOTIVO     TO WAJU-MOTIVO(IAJU)
           MOVE AJU-ESTADO     TO WAJU-ESTADO(IAJU)
           SET WAJU-SIN-APLICAR(IAJU) TO TRUE.

       0700-CERRAR-ARCHIVOS.
096700     CLOSE MOVMMCLA TABLAS MAEESTVS MAECOM SALIDA TABLAF
096800           CONTESL CONTDGI SALIDA6 MOVSALT7 SUSPENSO SALIDA2
                 SIRCREB RETENIDOS CONTESLD CONTESLP CONTDGID
                 CONTDGIP SALIDA6D SALIDA6P FONDEO SUCDET
                 BCOACEL GANNUE DEVFONP CONTROLES CUOFUT ALEVOL
                 AJUSTES AJUREG.

       1000-CARGAR-TABLAS.
           INITIALIZE T026-CLAVE
             END-READ
           END-PERFORM

      *    LA 044 VIENE ORDENADA POR REGIMEN/TIPO DE CONTRIBUYENTE/
      *    VIGENCIA: DENTRO DE CADA GRUPO QUEDAN LA ULTIMA ALICUOTA Y
      *    EL ULTIMO MINIMO CON VIGENCIA NO POSTERIOR A LA FECHA DE
      *    PRESENTACION
           INITIALIZE T044-CLAVE
           MOVE '044' TO T044-IDENTAB
           START TABLAS      KEY NOT  LESS    T044-CLAVE.
           READ TABLAS NEXT
                       AT END SET EOF-TAB TO TRUE
           END-READ
           SET I044 TO 1
           PERFORM UNTIL EOF-TAB OR T044-IDENTAB NOT = '044'
             IF T044-FVIGENCIA NOT GREATER W-FVIGENCIA-CORTE
                 IF ODO044 > 0
                  AND T044-CODGCIAS = W044-CODGCIAS(I044)
                  AND T044-TIPGCIAS = W044-TIPGCIAS(I044)
                     MOVE T044-ALICUOTA         TO W044-ALICUOTA(I044)
                     MOVE T044-MINIMO-NO-SUJETO TO W044-MINIMO(I044)
                 ELSE
                     IF ODO044 = 200
                         DISPLAY 'TABLA-ALICUOTAS-GCIAS DESBORDADA'
                         PERFORM 0700-CERRAR-ARCHIVOS
                         MOVE 16 TO RETURN-CODE
                         GOBACK
                     END-IF
                     IF ODO044 > 0
                         SET I044 UP BY 1
                     END-IF
                     ADD 1 TO ODO044
                     MOVE T044-CODGCIAS         TO W044-CODGCIAS(I044)
                     MOVE T044-TIPGCIAS         TO W044-TIPGCIAS(I044)
                     MOVE T044-ALICUOTA         TO W044-ALICUOTA(I044)
                     MOVE T044-MINIMO-NO-SUJETO TO W044-MINIMO(I044)
                 END-IF
             END-IF

             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
           END-PERFORM

           INITIALIZE T045-CLAVE
           MOVE '045' TO T045-IDENTAB
           START TABLAS      KEY NOT  LESS    T045-CLAVE.
                         AT END SET EOF-TAB TO TRUE
             END-READ
             SET   I049 UP BY 1
           END-PERFORM

      *    PLANES DE CUOTAS: SIN FILAS EN LA 074 NINGUNA VENTA SE
      *    FRACCIONA
           MOVE 'N' TO FIN-TAB
           INITIALIZE T074-CLAVE
           MOVE '074' TO T074-IDENTAB
           START TABLAS      KEY NOT  LESS    T074-CLAVE
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           SET I074 TO 1
           PERFORM UNTIL EOF-TAB OR T074-IDENTAB NOT = '074'
             IF ODO074 = 200
                 DISPLAY 'TABLA-PLANES-CUOTAS DESBORDADA'
                 PERFORM 0700-CERRAR-ARCHIVOS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO ODO074
             MOVE  T074-PLAN-CUOTAS    TO W074-PLAN-CUOTAS(I074)
             MOVE  T074-CANTCUO        TO W074-CANTCUO(I074)
             MOVE  T074-CANT-TRAMOS    TO W074-CANT-TRAMOS(I074)
             MOVE  T074-CODOPS-PLAN    TO W074-CODOPS(I074)

             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
             SET   I074 UP BY 1
           END-PERFORM

      *    UMBRALES DE ALERTA DE VOLUMEN: SIN FILAS EN LA 054 NO SE
      *    CONTROLA. LA 054 VIENE ORDENADA POR CATEGORIA/VIGENCIA Y
      *    DENTRO DE CADA CATEGORIA QUEDA LA ULTIMA FILA CON VIGENCIA
      *    NO POSTERIOR A LA FECHA DE PRESENTACION
           MOVE 'N' TO FIN-TAB
           INITIALIZE T054-CLAVE
           MOVE '054' TO T054-IDENTAB
           START TABLAS      KEY NOT  LESS    T054-CLAVE
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           SET I054 TO 1
           PERFORM UNTIL EOF-TAB OR T054-IDENTAB NOT = '054'
             IF T054-FVIGENCIA NOT GREATER W-FVIGENCIA-CORTE
                 IF ODO054 > 0
                  AND T054-CATEG-RIESGOS = W054-CATEG-RIESGOS(I054)
                     PERFORM 1054-MOVER-UMBRALES
                 ELSE
                     IF ODO054 = 100
                         DISPLAY 'TABLA-UMBRALES-VOLUMEN DESBORDADA'
                         PERFORM 0700-CERRAR-ARCHIVOS
                         MOVE 16 TO RETURN-CODE
                         GOBACK
                     END-IF
                     IF ODO054 > 0
                         SET I054 UP BY 1
                     END-IF
                     ADD 1 TO ODO054
                     MOVE T054-CATEG-RIESGOS TO W054-CATEG-RIESGOS(I054)
                     PERFORM 1054-MOVER-UMBRALES
                 END-IF
             END-IF

             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
           END-PERFORM.

       1054-MOVER-UMBRALES.
           MOVE T054-FACTOR-MAXIMO  TO W054-FACTOR-MAXIMO(I054)
           MOVE T054-IMPORTE-MINIMO TO W054-IMPORTE-MINIMO(I054)
           MOVE T054-DIAS-NUEVO     TO W054-DIAS-NUEVO(I054)
           MOVE T054-TOPE-NUEVO     TO W054-TOPE-NUEVO(I054)
           MOVE T054-DIAS-INACTIVO  TO W054-DIAS-INACTIVO(I054).




      ******************************************************************
      *    2000-LEER-MOVMMCLA  -  ENTREGA EN REG-MOVMES EL PROXIMO     *
      *    REGISTRO DE LA INTERCALACION: EL TRAMO VENCIDO DEL CUOFUT   *
      *    SI SU CLAVE NO ES MAYOR QUE LA DEL PROXIMO MOVIMIENTO, SI   *
      *    NO EL MOVIMIENTO. CONT-MOVMMCLA CUENTA SOLO LOS             *
      *    MOVIMIENTOS, COMO EL PARM DE REINICIO                       *
      ******************************************************************
       2000-LEER-MOVMMCLA.
           MOVE 'N' TO W-MOV-CUOTA W-VENTA-FRACCIONADA
           EVALUATE TRUE
             WHEN W-SEC-CUOTA = HIGH-VALUES
              AND W-SEC-MOV   = HIGH-VALUES
                 SET EOF-MOVMMCLA TO TRUE
             WHEN W-SEC-CUOTA NOT > W-SEC-MOV
                 MOVE W-CSG-MOVIMIENTO  TO REG-MOVMES
                 MOVE W-CSG-NRO-CUOTA   TO W-CED-NRO
                 MOVE W-CSG-CANT-CUOTAS TO W-CED-CANT
                 MOVE 'S'               TO W-MOV-CUOTA
                 ADD 1                  TO CONT-CUOTAS-VENCIDAS
                 ADD MOV-IMPORTE        TO TOTAL-CUOTAS-VENCIDAS
                 PERFORM 2050-LEER-CUOFUT
             WHEN OTHER
                 MOVE W-MOV-SIGUIENTE   TO W-MOV-ENTREGA
                 ADD 1                  TO CONT-MOVMMCLA
                 PERFORM 2010-LEER-MOVIMIENTO
                 MOVE W-MOV-ENTREGA     TO REG-MOVMES
           END-EVALUATE.

       2010-LEER-MOVIMIENTO.
           READ MOVMMCLA INTO W-MOV-SIGUIENTE
               AT END MOVE HIGH-VALUES TO W-SEC-MOV
               NOT AT END
                   MOVE MOV-CODBCO  TO W-SMV-CODBCO
                   MOVE MOV-CODCASA TO W-SMV-CODCASA
                   MOVE MOV-NUMEST  TO W-SMV-NUMEST
                   MOVE MOV-CODSIS  TO W-SMV-CODSIS
                   MOVE MOV-CODTAR  TO W-SMV-CODTAR
                   MOVE MOV-CODADM  TO W-SMV-CODADM
           END-READ.

      ******************************************************************
      *    2050-LEER-CUOFUT  -  AVANZA EL CUOFUT HASTA EL PROXIMO      *
      *    TRAMO A PAGAR EN LA CORRIDA (2060)                          *
      ******************************************************************
       2050-LEER-CUOFUT.
           MOVE 'N' TO W-CUOTA-HALLADA
           PERFORM UNTIL CUOTA-HALLADA OR EOF-CUOFUT
               READ CUOFUT NEXT
                   AT END SET EOF-CUOFUT TO TRUE
                   NOT AT END
                       PERFORM 2060-EVALUAR-CUOTA
               END-READ
           END-PERFORM
           IF NOT CUOTA-HALLADA
               MOVE HIGH-VALUES TO W-SEC-CUOTA
           END-IF.

      ******************************************************************
      *    2060-EVALUAR-CUOTA  -  SOLO SE TOMAN LOS TRAMOS DIFERIDOS   *
      *    POR CORRIDAS DE LA MISMA MONEDA Y MODO. EL TRAMO PAGADO POR *
      *    UNA CORRIDA ANTERIOR SE DA DE BAJA; EL PENDIENTE VENCIDO    *
      *    (O EL PAGADO POR ESTA MISMA CORRIDA, EN EL REINICIO) SE     *
      *    MARCA LIQUIDADO Y SE ENTREGA                                *
      ******************************************************************
       2060-EVALUAR-CUOTA.
           EVALUATE TRUE
             WHEN CUO-LIQ  NOT = L-LIQ
               OR CUO-MODO NOT = L-MODO
                 CONTINUE
             WHEN CUO-LIQUIDADA
              AND CUO-FPRES-LIQ NOT = W-FVIGENCIA-CORTE
                 DELETE CUOFUT RECORD
                     INVALID KEY
                         DISPLAY 'ERROR AL DEPURAR CUOFUT ' FS-CUOFUT
                                 ' ' CUO-CLAVE
                     NOT INVALID KEY
                         ADD 1 TO CONT-CUOTAS-DEPURADAS
                 END-DELETE
             WHEN CUO-PENDIENTE
              AND CUO-FVTO > W-FVTO-CORTE
                 CONTINUE
             WHEN OTHER
                 SET CUO-LIQUIDADA      TO TRUE
                 MOVE W-FVIGENCIA-CORTE TO CUO-FPRES-LIQ
                 REWRITE REG-CUOFUT
                     INVALID KEY
                         DISPLAY 'ERROR AL REGRABAR CUOFUT ' FS-CUOFUT
                                 ' ' CUO-CLAVE
                         PERFORM 0700-CERRAR-ARCHIVOS
                         MOVE 16 TO RETURN-CODE
                         GOBACK
                 END-REWRITE
                 MOVE CUO-CLAVE-EST     TO W-SEC-CUOTA
                 MOVE CUO-NRO-CUOTA     TO W-CSG-NRO-CUOTA
                 MOVE CUO-CANT-CUOTAS   TO W-CSG-CANT-CUOTAS
                 MOVE CUO-MOVIMIENTO    TO W-CSG-MOVIMIENTO
                 MOVE 'S'               TO W-CUOTA-HALLADA
           END-EVALUATE.

       2500-INICIALIZACION.
           IF NOT EOF-MOVMMCLA
               MOVE REG-MOVMES  TO REG-MOVMES-ANT
           MOVE 'N' TO W-SUSP-CONTADO
           MOVE ZEROS TO W-BASE-ACEL.

      ******************************************************************
      *    3340-FRACCIONAR-VENTA-CUOTAS  -  LA VENTA DE UN             *
      *    ESTABLECIMIENTO CUYO PLAN (EST-PLAN-CUOTAS +                *
      *    EST-CANTCUO-HABIL) ESTA EN LA TABLA 074 CON EL CODIGO DE    *
      *    OPERACION DEL MOVIMIENTO SE PAGA EN TRAMOS MENSUALES: EL    *
      *    PRIMERO EN ESTA LIQUIDACION Y LOS DEMAS AL CUOFUT           *
      ******************************************************************
       3340-FRACCIONAR-VENTA-CUOTAS.
           MOVE 0 TO W-CANT-TRAMOS
           IF (MOV-EDC-EST OR MOV-EDC-SOLO-EST)
            AND MOV-IMPORTE > ZEROS
            AND ODO074 > 0
               MOVE EST-PLAN-CUOTAS   TO W-PLN-PLAN-CUOTAS
               MOVE EST-CANTCUO-HABIL TO W-PLN-CANTCUO
               SEARCH ALL W074-ELEM
                 WHEN W074-CLAVE(I074) EQUAL W-CLAVE-PLAN
                  PERFORM 3342-BUSCAR-OPERACION-PLAN
               END-SEARCH
           END-IF

           IF W-CANT-TRAMOS > 1
               PERFORM 3344-DIFERIR-TRAMOS
           END-IF.

       3342-BUSCAR-OPERACION-PLAN.
           SET I074C TO 1
           SEARCH W074-CODOP
             WHEN W074-CODOP(I074 I074C) EQUAL MOV-CODOP
              MOVE W074-CANT-TRAMOS(I074) TO W-CANT-TRAMOS
           END-SEARCH.

      ******************************************************************
      *    3344-DIFERIR-TRAMOS  -  GRABA LOS TRAMOS 2 A N EN EL CUOFUT *
      *    Y DEJA EN MOV-IMPORTE EL PRIMER TRAMO, QUE SIGUE EL CALCULO *
      *    NORMAL DE LA LIQUIDACION                                    *
      ******************************************************************
       3344-DIFERIR-TRAMOS.
           PERFORM 5420-DETERMINAR-MONEDA
           MOVE MOV-IMPORTE TO W-IMPORTE-VENTA
           COMPUTE W-IMPORTE-TRAMO = W-IMPORTE-VENTA / W-CANT-TRAMOS
           COMPUTE W-IMPORTE-PRIMER-TRAMO =
                   W-IMPORTE-VENTA
                 - W-IMPORTE-TRAMO * (W-CANT-TRAMOS - 1)

           MOVE W-IMPORTE-TRAMO TO MOV-IMPORTE
           MOVE ZEROS           TO W-IMPORTE-DIFERIDO
           MOVE 2               TO W-NRO-TRAMO
           PERFORM UNTIL W-NRO-TRAMO > W-CANT-TRAMOS
               PERFORM 3346-GRABAR-TRAMO
               ADD 1 TO W-NRO-TRAMO
           END-PERFORM

           MOVE W-IMPORTE-PRIMER-TRAMO TO MOV-IMPORTE
           MOVE 1                      TO W-CED-NRO
           MOVE W-CANT-TRAMOS          TO W-CED-CANT
           MOVE 'S'                    TO W-VENTA-FRACCIONADA
           ADD 1                       TO CONT-VENTAS-EN-CUOTAS.

      ******************************************************************
      *    3346-GRABAR-TRAMO  -  UNA CLAVE YA EXISTENTE ES LA MISMA    *
      *    VENTA DIFERIDA ANTES DE UN REINICIO O EN UNA CORRIDA        *
      *    FORZADA DE LA MISMA PRESENTACION: SE CUENTA Y NO SE GRABA   *
      ******************************************************************
       3346-GRABAR-TRAMO.
           PERFORM 3348-CALCULAR-VENCIMIENTO

           MOVE SPACES             TO REG-CUOFUT
           MOVE MOV-CODBCO         TO CUO-CODBCO
           MOVE MOV-CODCASA        TO CUO-CODCASA
           MOVE MOV-NUMEST         TO CUO-NUMEST
           MOVE MOV-CODSIS         TO CUO-CODSIS
           MOVE MOV-CODTAR         TO CUO-CODTAR
           MOVE MOV-CODADM         TO CUO-CODADM
           MOVE W-VENCIMIENTO-N    TO CUO-FVTO
           MOVE W-FVIGENCIA-CORTE  TO CUO-FPRES-ORIG
           MOVE L-LIQ              TO CUO-LIQ
           MOVE L-MODO             TO CUO-MODO
           MOVE CONT-MOVMMCLA      TO CUO-REG-ORIG
           MOVE W-NRO-TRAMO        TO CUO-NRO-CUOTA
           MOVE W-CANT-TRAMOS      TO CUO-CANT-CUOTAS
           MOVE W-MONEDA           TO CUO-MONEDA
           SET CUO-PENDIENTE       TO TRUE
           MOVE ZEROS              TO CUO-FPRES-LIQ
           MOVE W-IMPORTE-TRAMO    TO CUO-IMPORTE
           MOVE W-IMPORTE-VENTA    TO CUO-IMPORTE-VENTA
           MOVE W-FPAG-AMD         TO CUO-FPAG-VENTA
           MOVE REG-MOVMES         TO CUO-MOVIMIENTO

           WRITE REG-CUOFUT
               INVALID KEY
                   IF FS-CUOFUT = '22'
                       ADD 1 TO CONT-CUOTAS-YA-GRABADAS
                   ELSE
                       DISPLAY 'ERROR AL GRABAR CUOFUT ' FS-CUOFUT
                               ' ' CUO-CLAVE
                       PERFORM 0700-CERRAR-ARCHIVOS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CONT-CUOTAS-GRABADAS
           END-WRITE

           ADD W-IMPORTE-TRAMO TO W-IMPORTE-DIFERIDO
                                  TOTAL-CUOTAS-DIFERIDO.

      ******************************************************************
      *    3348-CALCULAR-VENCIMIENTO  -  FECHA DE PAGO DEL GRUPO       *
      *    (5410) MAS TANTOS MESES COMO TRAMOS ANTERIORES, AL MISMO    *
      *    DIA O AL ULTIMO DEL MES SI ESTE ES MAS CORTO                *
      ******************************************************************
       3348-CALCULAR-VENCIMIENTO.
           MOVE W-FPAG-AMD TO W-VENCIMIENTO-N
           MOVE W-VTO-DD   TO W-VTO-DIA-VENTA
           COMPUTE W-VTO-MESES = W-VTO-AAAA * 12 + W-VTO-MM - 1
                               + W-NRO-TRAMO - 1

           DIVIDE W-VTO-MESES BY 12 GIVING W-VTO-AAAA
                                    REMAINDER W-VTO-MM
           ADD 1 TO W-VTO-MM

           ADD 1 TO W-VTO-MESES
           DIVIDE W-VTO-MESES BY 12 GIVING W-MSG-AAAA
                                    REMAINDER W-MSG-MM
           ADD 1 TO W-MSG-MM
           MOVE 1 TO W-MSG-DD
           COMPUTE W-VTO-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-MES-SIGUIENTE-N) - 1)

           IF W-VTO-DIA-VENTA > W-VTO-ULTIMO-DIA(7:2)
               MOVE W-VTO-ULTIMO-DIA(7:2) TO W-VTO-DD
           ELSE
               MOVE W-VTO-DIA-VENTA       TO W-VTO-DD
           END-IF.

       3350-CALCULAR-CARGO.
             INITIALIZE W-IVA-CARGO-EST


             EVALUATE TRUE
               WHEN EST-TIPCUIT(2) = SPACES
      *        EL MONOTRIBUTISTA EXCEDIDO EN SU TOPE PERCIBE IVA COMO
      *        INSCRIPTO HASTA QUE AFILIACIONES LO RECATEGORICE
               WHEN EST-TIPCUIT(2) = 'M' AND EST-MONOT-TOPE-EXCEDIDO
                 MOVE W-MOV-IMPORTE TO W-MOV-PERCEPCION

                 COMPUTE W-IVA-3-CARGO-EST =
               END-IF
           END-IF.

      ******************************************************************
      *    3365-CALCULAR-GANANCIAS  -  RETENCION DE GANANCIAS POR      *
      *    REGIMEN (EST-CODIMP(3)) Y TIPO DE CONTRIBUYENTE             *
      *    (EST-TCGCIAS(3)) SEGUN LA TABLA 044. EL MINIMO NO SUJETO    *
      *    ES MENSUAL: SE RETIENE SOBRE LO PAGADO EN EL MES AL CUIT    *
      *    (ESTA LIQUIDACION INCLUIDA) POR ENCIMA DEL MINIMO, MENOS    *
      *    LO YA RETENIDO EN EL MES. SIN CUIT NO HAY ACUMULADO NI      *
      *    MINIMO: SE RETIENE SOBRE EL TOTAL. LOS MONOTRIBUTISTAS NO   *
      *    SON SUJETOS DE RETENCION. SE DESCUENTA DEL IMPORTE TOTAL A  *
      *    PAGAR, SIN DEJARLO NEGATIVO. SOLO SE RETIENE Y ACUMULA EN   *
      *    LAS CORRIDAS EN PESOS: EN DOLARES Y PATACONES EL GANANT     *
      *    PASA SIN CAMBIOS AL GANNUE                                  *
      ******************************************************************
       3365-CALCULAR-GANANCIAS.
           MOVE ZEROS TO W-RET-GANANCIAS
           MOVE ZEROS TO W-GAN-SUJETO
           MOVE 'N'   TO W-SUJETO-GANANCIAS
           MOVE 'N'   TO W-GAN-EN-TABLA

           IF W-MONEDA-ARP
            AND EST-TIPCUIT(2) NOT = 'M'
            AND EST-CODIMP(3) NOT = SPACES
            AND EST-CODIMP(3) NOT = LOW-VALUES
            AND W-MOV-IMPORTE > 0
            AND ODO044 > 0
               MOVE EST-CODIMP(3)  TO W-GCI-CODGCIAS
               MOVE EST-TCGCIAS(3) TO W-GCI-TIPGCIAS
               SEARCH ALL W044-ELEM
                 WHEN W044-CLAVE(I044) EQUAL W-CLAVE-GCIAS-TAB
                  MOVE W044-ALICUOTA(I044) TO W-ALIC-GANANCIAS
                  MOVE W044-MINIMO(I044)   TO W-MINIMO-GANANCIAS
                  MOVE 'S'                 TO W-SUJETO-GANANCIAS
               END-SEARCH
           END-IF

           IF SUJETO-GANANCIAS
               MOVE EST-C-U-I-T(2) TO W-GAN-CUIT
               MOVE EST-CODIMP(3)  TO W-GAN-CODGCIAS
               EVALUATE TRUE
                 WHEN GAN-SIN-CUIT
                     MOVE W-MOV-IMPORTE TO W-GAN-SUJETO
                     MOVE ZEROS         TO W-GAN-RETENIDO-ANT
                 WHEN OTHER
                     PERFORM 3366-BUSCAR-GANANCIAS-MES
                     IF GAN-EN-TABLA
                         COMPUTE W-GAN-SUJETO = WGAN-BASE(IGAN)
                                              + W-MOV-IMPORTE
                                              - W-MINIMO-GANANCIAS
                         MOVE WGAN-RETENIDO(IGAN) TO W-GAN-RETENIDO-ANT
                     ELSE
                         COMPUTE W-GAN-SUJETO = W-MOV-IMPORTE
                                              - W-MINIMO-GANANCIAS
                         MOVE ZEROS TO W-GAN-RETENIDO-ANT
                     END-IF
               END-EVALUATE

               IF W-GAN-SUJETO > 0
                   COMPUTE W-RET-GANANCIAS ROUNDED =
                           W-GAN-SUJETO * W-ALIC-GANANCIAS / 100
                         - W-GAN-RETENIDO-ANT
               END-IF
               IF W-RET-GANANCIAS < 0
                   MOVE ZEROS TO W-RET-GANANCIAS
               END-IF
               IF W-RET-GANANCIAS > W-IMPORTE-TOTAL
                   IF W-IMPORTE-TOTAL > 0
                       MOVE W-IMPORTE-TOTAL TO W-RET-GANANCIAS
                   ELSE
                       MOVE ZEROS           TO W-RET-GANANCIAS
                   END-IF
               END-IF

               IF W-RET-GANANCIAS NOT = ZEROS
                   SUBTRACT W-RET-GANANCIAS FROM W-IMPORTE-TOTAL
                   PERFORM 5465-IMPRIMIR-RET-GANANCIAS
               END-IF
           END-IF.

       3366-BUSCAR-GANANCIAS-MES.
           MOVE 'N' TO W-GAN-EN-TABLA
           IF ODOGAN > 0
               SET IGAN TO 1
               SEARCH WGAN-ELEM
                 AT END
                    CONTINUE
                 WHEN WGAN-CLAVE(IGAN) = W-CLAVE-GANANCIAS
                    MOVE 'S' TO W-GAN-EN-TABLA
               END-SEARCH
           END-IF.

      ******************************************************************
      *    3367-ACUMULAR-GANANCIAS  -  LIQUIDACION EMITIDA (PAGADA,    *
      *    RETENIDA O CONSOLIDADA) DE UN CUIT SUJETO: SUMA SU BASE Y   *
      *    SU RETENCION AL ACUMULADO DEL MES Y DEJA EL DETALLE EN EL   *
      *    GANNUE. LA LIQUIDACION SUPRIMIDA NO PAGO: NO ACUMULA        *
      ******************************************************************
       3367-ACUMULAR-GANANCIAS.
           IF NOT GAN-EN-TABLA
               PERFORM 3368-AGREGAR-GANANCIAS-MES
           END-IF
           ADD 1                   TO WGAN-CANT(IGAN)
           ADD CONTL-CARGO-EDC-EST TO WGAN-BASE(IGAN)
           ADD CONTL-RET-GANANCIAS TO WGAN-RETENIDO(IGAN)

           MOVE SPACES              TO W-REG-GANANCIAS
           SET GAN-DETALLE          TO TRUE
           MOVE W-GAN-PERIODO       TO GAN-PERIODO
           MOVE W-GAN-CUIT          TO GAN-CUIT
           MOVE W-GAN-CODGCIAS      TO GAN-CODGCIAS
           MOVE CONTL-NUMEST        TO GAN-NUMEST
           MOVE CONTL-NROLIQ        TO GAN-NROLIQ
           MOVE 1                   TO GAN-CANT
           MOVE CONTL-CARGO-EDC-EST TO GAN-BASE
           MOVE CONTL-RET-GANANCIAS TO GAN-RETENIDO
           WRITE REG-GANNUE FROM W-REG-GANANCIAS
           ADD 1 TO CONT-GANNUE.

       3368-AGREGAR-GANANCIAS-MES.
           IF ODOGAN = 30000
               DISPLAY 'TABLA-GANANCIAS-MES DESBORDADA, CUIT '
                        W-GAN-CUIT
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODOGAN
           SET IGAN TO ODOGAN
           MOVE W-CLAVE-GANANCIAS TO WGAN-CLAVE(IGAN)
           MOVE ZEROS TO WGAN-CANT(IGAN)
                         WGAN-BASE(IGAN)
                         WGAN-RETENIDO(IGAN)
           MOVE 'S' TO W-GAN-EN-TABLA.

       3370-ACUMULAR-SIRCREB.
           SET ISIR TO 1
           SEARCH WSIR-ELEM
               END-IF
           END-IF.

      *    TOTAL-ESTAB SE LIMPIA DESPUES DE GRABAR LA LIQUIDACION:
      *    EL CONTROL DE VOLUMEN (5590) LO NECESITA
       3400-TERMINAR-ESTAB.
           PERFORM 6300-IMPRIMIR-TOTAL-ESTAB
           ADD TOTAL-ESTAB TO TOTAL-CASA
           IF NOT (ESTAB-NO-ENCONTRADO OR COM-NO-ENCONTRADO)
112300         PERFORM 6500-GENERA-MOVSALT7
               PERFORM 5400-GENERAR-ARCHI-X-ESTAB
               PERFORM 5500-GRABAR-ARCHI-X-ESTAB
           END-IF
           MOVE ZERO       TO TOTAL-ESTAB.

       4000-IMPRIMIR-REGISTRO.
           IF MOV-ES-CUOTA
               MOVE 'CUOTA:'       TO LINEA-SALIDA(2:9)
               MOVE W-CUOTA-EDITADA TO LINEA-SALIDA(11:9)
           ELSE
               MOVE 'REGISTRO:'    TO LINEA-SALIDA(2:9)
               MOVE CONT-MOVMMCLA  TO LINEA-SALIDA(11:9)
           END-IF
           MOVE MOV-IMPORTE        TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO TO LINEA-SALIDA(21:20)
           WRITE LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA

           IF VENTA-FRACCIONADA
               MOVE 'VENTA EN CUOTAS' TO LINEA-SALIDA(2:15)
               MOVE W-CUOTA-EDITADA   TO LINEA-SALIDA(18:5)
               MOVE 'IMPORTE VENTA:'  TO LINEA-SALIDA(25:14)
               MOVE W-IMPORTE-VENTA   TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO TO LINEA-SALIDA(40:20)
               MOVE 'DIFERIDO:'       TO LINEA-SALIDA(62:9)
               MOVE W-IMPORTE-DIFERIDO TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO TO LINEA-SALIDA(72:20)
               MOVE 'ULTIMO VTO:'     TO LINEA-SALIDA(94:11)
               MOVE W-VENCIMIENTO-N   TO LINEA-SALIDA(106:8)
               WRITE LINEA-SALIDA
               MOVE SPACES TO LINEA-SALIDA
           END-IF

           MOVE SPACES             TO REG-SALIDA2
           IF MOV-ES-CUOTA
               MOVE 'CUOTA'        TO REG-SALIDA2(1:8)
           ELSE
               MOVE 'REGISTRO'     TO REG-SALIDA2(1:8)
           END-IF
           MOVE ';'                TO REG-SALIDA2(9:1)
           MOVE MOV-CODBCO         TO REG-SALIDA2(10:3)
           MOVE ';'                TO REG-SALIDA2(13:1)
               MOVE ZEROS TO CONTL-NUM-INGBRU DGI55-NUM-INGBRU
           END-IF
           MOVE W-RET-INGBRU    TO CONTL-RET-INGBRU DGI55-RET-INGBRU
           PERFORM 3365-CALCULAR-GANANCIAS
           MOVE W-RET-GANANCIAS TO CONTL-RET-GANANCIAS
                                   DGI55-RET-GANANCIAS
           MOVE 'N' TO W-ACEL-APLICADO
           EVALUATE TRUE
      *      EN MODO LB EL DESCUENTO POR ANTICIPO LO FONDEA EL BANCO
                 MOVE ZEROS   TO W-DTO-PEX
           END-EVALUATE
           MOVE W-DTO-PEX       TO CONTL-DTO-PEX    DGI55-DTO-PEX
      *    LOS AJUSTES MANUALES ENTRAN ANTES DE LA COMPENSACION: UN
      *    DEBITO MAYOR QUE EL NETO DEJA LA LIQUIDACION NEGATIVA Y
      *    EL SALDO PASA A EST-IMPPEND COMO CUALQUIER OTRA
           PERFORM 5440-APLICAR-AJUSTES
           PERFORM 5480-COMPENSAR-PENDIENTE
           MOVE W-IMP-COMPENSADO TO CONTL-DED-PEND  DGI55-DED-PEND
           MOVE MOV-A-NUMEST    TO DGI55-NUMEST     CONTL-NUMEST
           MOVE MOV-A-CODTAR    TO DGI55-CODTAR     CONTL-CODTAR
           MOVE MOV-A-CODADM    TO DGI55-CODADM     CONTL-CODADM
           MOVE EST-CBU         TO CONTL-CBU
           IF EST-CBU NOT = SPACES
            AND EST-CBU = EST-CBU-RECHAZADO
               SET CONTL-CBU-DEVUELTO TO TRUE
           ELSE
               MOVE 'N' TO CONTL-CBU-RECHAZADO
           END-IF
           MOVE EST-MAIL        TO CONTL-MAIL
           MOVE EST-CALLE       TO CONTL-CALLE
           MOVE EST-PUERTA      TO CONTL-PUERTA
      *    EL SALDO QUEDO ACUMULADO EN EST-IMPPEND (5480)
           IF NOT LIQ-SUPRIMIDA
               PERFORM 5560-VERIFICAR-CONSOLIDACION
               MOVE 'N' TO W-ALERTA-VOLUMEN
               IF NOT (EST-RETENER-PAGO OR EST-SG-ANTECED-FRAUDE
                       OR EST-BAJA-CLASE-FRAUDE)
                   PERFORM 5590-CONTROLAR-VOLUMEN
               END-IF
               EVALUATE TRUE
      *          LA RETENCION POR SEGURIDAD PREVALECE SOBRE LA
      *          CONSOLIDACION: LA SUCURSAL OBSERVADA SE RETIENE
      *          INDIVIDUALMENTE, COMO SIEMPRE. LA ALERTA DE VOLUMEN
      *          SOLO SE EVALUA SI NO HAY RETENCION POR SEGURIDAD
                 WHEN EST-RETENER-PAGO OR EST-SG-ANTECED-FRAUDE
                   OR EST-BAJA-CLASE-FRAUDE
                   OR ALERTA-VOLUMEN
                     PERFORM 5505-NUMERAR-LIQUIDACION
                     PERFORM 5510-GRABAR-RETENIDO
                 WHEN CONSOLIDAR-MADRE
                         PERFORM 5475-GRABAR-BCOACEL
                     END-IF
               END-EVALUATE
               IF SUJETO-GANANCIAS AND NOT GAN-SIN-CUIT
                   PERFORM 3367-ACUMULAR-GANANCIAS
               END-IF
           END-IF

           IF W-CANT-AJU-LIQ > 0
               PERFORM 5445-REGISTRAR-AJUSTES
           END-IF

           PERFORM 6600-GRABAR-SALIDA6.
                 SET RET-MCA-PAGO       TO TRUE
             WHEN EST-SG-ANTECED-FRAUDE
                 SET RET-ANTECED-FRAUDE TO TRUE
             WHEN ALERTA-VOLUMEN
                 SET RET-ALERTA-VOLUMEN TO TRUE
             WHEN OTHER
                 SET RET-BAJA-FRAUDE    TO TRUE
           END-EVALUATE
           ADD 1 TO CONT-RETENIDOS
           ADD 1 TO CONT-FON-RETENIDOS.

      ******************************************************************
      *    5590-CONTROLAR-VOLUMEN  -  COMPARA EL TOTAL DEL             *
      *    ESTABLECIMIENTO (TOTAL-ESTAB) CONTRA SU HISTORIA EN EL      *
      *    MAESTRO CON LOS UMBRALES DE SU CATEGORIA DE RIESGO (054).   *
      *    EL MAESTRO TODAVIA TIENE EL ULTIMO PAGO ANTERIOR: SE        *
      *    REFRESCA DESPUES, EN 6600. EN ORDEN DE PRIORIDAD:           *
      *      N  ALTA RECIENTE (EST-FALTA) Y TOTAL MAYOR AL TOPE        *
      *      S  SIN LIQUIDACION ANTERIOR Y TOTAL MAYOR AL TOPE         *
      *      I  MAS DIAS SIN LIQUIDAR (EST-ULTFPR) QUE LOS DE LA TABLA *
      *      R  TOTAL / EST-ULTIMP MAYOR AL FACTOR DE LA CATEGORIA     *
      *    SOLO SE CONTROLAN LAS LIQUIDACIONES A PAGAR CON TOTAL MAYOR *
      *    AL MINIMO DE LA CATEGORIA                                   *
      ******************************************************************
       5590-CONTROLAR-VOLUMEN.
           MOVE SPACE TO W-VOL-MOTIVO
           IF ODO054 > 0
            AND W-IMPORTE-TOTAL > 0
            AND TOTAL-ESTAB > 0
               PERFORM 5591-BUSCAR-UMBRAL
           ELSE
               MOVE 'N' TO W-UMBRAL-HALLADO
           END-IF

           IF UMBRAL-HALLADO
               IF TOTAL-ESTAB NOT > W054-IMPORTE-MINIMO(I054)
                   MOVE 'N' TO W-UMBRAL-HALLADO
               END-IF
           END-IF

           IF UMBRAL-HALLADO
               PERFORM 5593-CALCULAR-DIAS-VOLUMEN
               MOVE ZEROS TO W-VOL-RATIO
               IF EST-ULTIMP > 0
                   COMPUTE W-VOL-RATIO ROUNDED =
                           TOTAL-ESTAB / EST-ULTIMP
                       ON SIZE ERROR MOVE 99999,99 TO W-VOL-RATIO
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                 WHEN W054-DIAS-NUEVO(I054) > 0
                  AND W054-TOPE-NUEVO(I054) > 0
                  AND W-VOL-FALTA-AMD > 0
                  AND W-VOL-DIAS-ANTIG < W054-DIAS-NUEVO(I054)
                  AND TOTAL-ESTAB > W054-TOPE-NUEVO(I054)
                     SET VOL-ESTAB-NUEVO   TO TRUE
                 WHEN EST-ULTIMP = 0
                  AND W054-TOPE-NUEVO(I054) > 0
                  AND TOTAL-ESTAB > W054-TOPE-NUEVO(I054)
                     SET VOL-SIN-HISTORIA  TO TRUE
                 WHEN W054-DIAS-INACTIVO(I054) > 0
                  AND W-VOL-ULTFPR-AMD > 0
                  AND W-VOL-DIAS-SIN-LIQ > W054-DIAS-INACTIVO(I054)
                     SET VOL-REACTIVADO    TO TRUE
                 WHEN EST-ULTIMP > 0
                  AND W054-FACTOR-MAXIMO(I054) > 0
                  AND W-VOL-RATIO > W054-FACTOR-MAXIMO(I054)
                     SET VOL-SUPERA-FACTOR TO TRUE
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
           END-IF

           IF W-VOL-MOTIVO NOT = SPACE
               MOVE 'S' TO W-ALERTA-VOLUMEN
               ADD 1 TO CONT-ALERTAS-VOLUMEN
               PERFORM 5597-IMPRIMIR-ALERTA-VOLUMEN
           END-IF.

      *    LA CATEGORIA DEL ESTABLECIMIENTO Y SI NO TIENE FILA PROPIA
      *    LA GENERAL (CATEGORIA EN BLANCO)
       5591-BUSCAR-UMBRAL.
           MOVE 'N'               TO W-UMBRAL-HALLADO
           MOVE EST-CATEG-RIESGOS TO W-VOL-CATEG
           PERFORM 5592-BUSCAR-CATEG-UMBRAL
           IF NOT UMBRAL-HALLADO
               MOVE SPACES        TO W-VOL-CATEG
               PERFORM 5592-BUSCAR-CATEG-UMBRAL
           END-IF.

       5592-BUSCAR-CATEG-UMBRAL.
           SEARCH ALL W054-ELEM
             WHEN W054-CATEG-RIESGOS(I054) EQUAL W-VOL-CATEG
              MOVE 'S' TO W-UMBRAL-HALLADO
           END-SEARCH.

      ******************************************************************
      *    5593-CALCULAR-DIAS-VOLUMEN  -  DIAS DESDE LA ULTIMA         *
      *    LIQUIDACION Y DESDE EL ALTA HASTA LA FECHA DE PRESENTACION. *
      *    UNA FECHA DEL MAESTRO EN CERO O INVALIDA DEJA LA FECHA EN   *
      *    CERO Y NO SE CONTROLA                                       *
      ******************************************************************
       5593-CALCULAR-DIAS-VOLUMEN.
           MOVE EST-ULTFPR       TO W-VOL-FECHA-DMA
           PERFORM 5594-CONVERTIR-FECHA-DMA
           MOVE W-VOL-FECHA-AMD  TO W-VOL-ULTFPR-AMD
           MOVE ZEROS            TO W-VOL-DIAS-SIN-LIQ
           IF W-VOL-ULTFPR-AMD > 0
            AND W-VOL-ULTFPR-AMD < W-FECHA-PRES-AMD
               COMPUTE W-VOL-DIAS-SIN-LIQ =
                       FUNCTION INTEGER-OF-DATE(W-FECHA-PRES-AMD)
                     - FUNCTION INTEGER-OF-DATE(W-VOL-ULTFPR-AMD)
           END-IF

           MOVE EST-FALTA        TO W-VOL-FECHA-DMA
           PERFORM 5594-CONVERTIR-FECHA-DMA
           MOVE W-VOL-FECHA-AMD  TO W-VOL-FALTA-AMD
           MOVE ZEROS            TO W-VOL-DIAS-ANTIG
           IF W-VOL-FALTA-AMD > 0
            AND W-VOL-FALTA-AMD < W-FECHA-PRES-AMD
               COMPUTE W-VOL-DIAS-ANTIG =
                       FUNCTION INTEGER-OF-DATE(W-FECHA-PRES-AMD)
                     - FUNCTION INTEGER-OF-DATE(W-VOL-FALTA-AMD)
           END-IF.

      *    VENTANA DE SIGLO COMO EN 6600: ANIOS MAYORES A 70 SON 19XX
       5594-CONVERTIR-FECHA-DMA.
           MOVE ZEROS TO W-VOL-FECHA-AMD
           IF W-VOL-FECHA-DMA NUMERIC
            AND W-VOL-MM > 0 AND W-VOL-MM < 13
            AND W-VOL-DD > 0 AND W-VOL-DD < 32
               IF W-VOL-AA GREATER 70
                   COMPUTE W-VOL-FECHA-AMD = 19000000
                                           + W-VOL-AA * 10000
                                           + W-VOL-MM * 100
                                           + W-VOL-DD
               ELSE
                   COMPUTE W-VOL-FECHA-AMD = 20000000
                                           + W-VOL-AA * 10000
                                           + W-VOL-MM * 100
                                           + W-VOL-DD
               END-IF
           END-IF.

       5597-IMPRIMIR-ALERTA-VOLUMEN.
           MOVE SPACES             TO LINEA-ALEVOL
           MOVE MOV-A-CODBCO       TO LINEA-ALEVOL(2:3)
           MOVE MOV-A-CODCASA      TO LINEA-ALEVOL(6:3)
           MOVE MOV-A-NUMEST       TO LINEA-ALEVOL(10:10)
           MOVE EST-CATEG-RIESGOS  TO LINEA-ALEVOL(21:2)
           MOVE TOTAL-ESTAB        TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO TO LINEA-ALEVOL(24:20)
           MOVE EST-ULTIMP         TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO TO LINEA-ALEVOL(46:20)
           MOVE W-VOL-RATIO        TO RATIO-FORMATEADO
           MOVE RATIO-FORMATEADO   TO LINEA-ALEVOL(68:9)
           MOVE W-VOL-ULTFPR-AMD   TO LINEA-ALEVOL(78:8)
           MOVE W-VOL-DIAS-SIN-LIQ TO DIAS-FORMATEADOS
           MOVE DIAS-FORMATEADOS   TO LINEA-ALEVOL(87:5)
           MOVE W-VOL-DIAS-ANTIG   TO DIAS-FORMATEADOS
           MOVE DIAS-FORMATEADOS   TO LINEA-ALEVOL(93:5)
           MOVE W-VOL-MOTIVO       TO LINEA-ALEVOL(99:1)
           EVALUATE TRUE
             WHEN VOL-ESTAB-NUEVO
                 MOVE 'ALTA RECIENTE SOBRE EL TOPE'
                                   TO LINEA-ALEVOL(101:30)
             WHEN VOL-SIN-HISTORIA
                 MOVE 'SIN LIQUIDACION PREVIA'
                                   TO LINEA-ALEVOL(101:30)
             WHEN VOL-REACTIVADO
                 MOVE 'REACTIVADO TRAS INACTIVIDAD'
                                   TO LINEA-ALEVOL(101:30)
             WHEN OTHER
                 MOVE 'SUPERA EL FACTOR DE LA CATEG'
                                   TO LINEA-ALEVOL(101:30)
           END-EVALUATE
           WRITE LINEA-ALEVOL.

       5598-IMPRIMIR-TOTAL-ALEVOL.
           MOVE SPACES               TO LINEA-ALEVOL
           MOVE 'TOTAL ALERTAS DE VOLUMEN: ' TO LINEA-ALEVOL(2:26)
           MOVE CONT-ALERTAS-VOLUMEN TO LINEA-ALEVOL(28:9)
           WRITE LINEA-ALEVOL.

       5599-IMPRIMIR-ENCAB-ALEVOL.
           MOVE SPACES             TO LINEA-ALEVOL
           MOVE 'ALERTAS DE VOLUMEN - LIQUIDACIONES RETENIDAS - PRES '
                                   TO LINEA-ALEVOL(2:52)
           MOVE W-FECHA-PRES-AMD   TO LINEA-ALEVOL(54:8)
           WRITE LINEA-ALEVOL
           MOVE SPACES             TO LINEA-ALEVOL
           MOVE 'BCO CAS ESTABLEC   CR'
                                   TO LINEA-ALEVOL(2:21)
           MOVE 'TOTAL ESTAB'      TO LINEA-ALEVOL(34:11)
           MOVE 'ULTIMO IMPORTE'   TO LINEA-ALEVOL(53:14)
           MOVE 'RELACION'         TO LINEA-ALEVOL(69:8)
           MOVE 'ULT LIQ'          TO LINEA-ALEVOL(78:7)
           MOVE 'DIAS'             TO LINEA-ALEVOL(88:4)
           MOVE 'ANTIG'            TO LINEA-ALEVOL(93:5)
           MOVE 'MOTIVO'           TO LINEA-ALEVOL(99:6)
           WRITE LINEA-ALEVOL
           MOVE ALL '-'            TO LINEA-ALEVOL
           WRITE LINEA-ALEVOL.

      ******************************************************************
      *    5560-VERIFICAR-CONSOLIDACION  -  DECIDE SI LA LIQUIDACION   *
      *    DEL ESTABLECIMIENTO SE CONSOLIDA EN SU COMERCIO MADRE:      *
                             WMAD-INGBRU(IMAD)
                             WMAD-DTO-PEX(IMAD)
                             WMAD-DED-PEND(IMAD)
                             WMAD-GANANCIAS(IMAD)
                             WMAD-AJUSTES(IMAD)
           END-IF

           ADD 1                   TO WMAD-CANT(IMAD)
           ADD CONTL-RET-INGBRU    TO WMAD-INGBRU(IMAD)
           ADD CONTL-DTO-PEX       TO WMAD-DTO-PEX(IMAD)
           ADD CONTL-DED-PEND      TO WMAD-DED-PEND(IMAD)
           ADD CONTL-RET-GANANCIAS TO WMAD-GANANCIAS(IMAD)
           ADD CONTL-AJU-TOTAL     TO WMAD-AJUSTES(IMAD)

           PERFORM 5575-GRABAR-SUCDET
           PERFORM 7000-ACUMULAR-FONDEO.
           MOVE CONTL-RET-IVA-ESP  TO SUC-IVA-ESP
           MOVE CONTL-RET-INGBRU   TO SUC-INGBRU
           MOVE CONTL-IMPPAGAR     TO SUC-NETO
           MOVE CONTL-RET-GANANCIAS TO SUC-GANANCIAS
           WRITE REG-SUCDET
           ADD 1 TO CONT-SUCDET.

                                       DGI55-RET-INGBRU
           MOVE WMAD-DTO-PEX(IMAD)  TO CONTL-DTO-PEX    DGI55-DTO-PEX
           MOVE WMAD-DED-PEND(IMAD) TO CONTL-DED-PEND   DGI55-DED-PEND
           MOVE WMAD-GANANCIAS(IMAD) TO CONTL-RET-GANANCIAS
                                        DGI55-RET-GANANCIAS
      *    A LA MADRE SOLO PASA EL TOTAL: EL DETALLE DE CADA AJUSTE
      *    QUEDA EN EL AJUREG CON LA SUCURSAL QUE LO RECIBIO
           MOVE WMAD-AJUSTES(IMAD)  TO CONTL-AJU-TOTAL
           MOVE ESTVS-NUMEST      TO DGI55-NUMEST     CONTL-NUMEST
           MOVE WMAD-CODSIS(IMAD) TO DGI55-CODSIS     CONTL-CODSIS
           MOVE WMAD-CODTAR(IMAD) TO DGI55-CODTAR     CONTL-CODTAR
           MOVE WMAD-CODADM(IMAD) TO DGI55-CODADM     CONTL-CODADM
           MOVE EST-CBU           TO CONTL-CBU
           IF EST-CBU NOT = SPACES
            AND EST-CBU = EST-CBU-RECHAZADO
               SET CONTL-CBU-DEVUELTO TO TRUE
           ELSE
               MOVE 'N' TO CONTL-CBU-RECHAZADO
           END-IF
           MOVE EST-MAIL          TO CONTL-MAIL
           MOVE EST-CALLE         TO CONTL-CALLE
           MOVE EST-PUERTA        TO CONTL-PUERTA
           WRITE REG-MOVSALT7 END-WRITE
           ADD 1 TO CONT-MOVSALT7.

      ******************************************************************
      *    5440-APLICAR-AJUSTES  -  SUMA LOS CREDITOS Y RESTA LOS      *
      *    DEBITOS MANUALES DEL ESTABLECIMIENTO EN LA MONEDA DE LA     *
      *    LIQUIDACION, CON LINEA EN LA SALIDA Y DETALLE EN EL         *
      *    CONTESL. EL AJUSTE SE MARCA EN EL AJUSTES RECIEN CUANDO SE  *
      *    CONOCE EL DESTINO DE LA LIQUIDACION (5445)                  *
      ******************************************************************
       5440-APLICAR-AJUSTES.
           MOVE 0     TO W-CANT-AJU-LIQ
           MOVE ZEROS TO W-AJU-TOTAL
           IF ODOAJU > 0
               SET IAJU TO 1
               PERFORM UNTIL IAJU > ODOAJU
                 IF WAJU-CLAVE-EST(IAJU) = MOV-A-CLAVE
                  AND WAJU-MONEDA(IAJU)  = W-MONEDA
                  AND WAJU-SIN-APLICAR(IAJU)
                  AND W-CANT-AJU-LIQ < 10
                     PERFORM 5441-SUMAR-AJUSTE
                 END-IF
                 SET IAJU UP BY 1
               END-PERFORM
           END-IF
           MOVE W-AJU-TOTAL    TO CONTL-AJU-TOTAL
           MOVE W-CANT-AJU-LIQ TO CONTL-AJU-CANT.

       5441-SUMAR-AJUSTE.
           ADD 1 TO W-CANT-AJU-LIQ
           SET WAL-IAJU(W-CANT-AJU-LIQ) TO IAJU
           SET WAJU-APLICADO-CORRIDA(IAJU) TO TRUE
           IF WAJU-CREDITO(IAJU)
               ADD WAJU-IMPORTE(IAJU) TO W-IMPORTE-TOTAL W-AJU-TOTAL
               MOVE WAJU-IMPORTE(IAJU)
                                TO CONTL-AJU-IMPORTE(W-CANT-AJU-LIQ)
           ELSE
               SUBTRACT WAJU-IMPORTE(IAJU) FROM W-IMPORTE-TOTAL
                                                W-AJU-TOTAL
               COMPUTE CONTL-AJU-IMPORTE(W-CANT-AJU-LIQ) =
                       0 - WAJU-IMPORTE(IAJU)
           END-IF
           MOVE WAJU-MOTIVO(IAJU)
                                TO CONTL-AJU-MOTIVO(W-CANT-AJU-LIQ)
           MOVE WAJU-REFERENCIA(IAJU)
                                TO CONTL-AJU-REFERENCIA(W-CANT-AJU-LIQ)
           PERFORM 5442-IMPRIMIR-AJUSTE.

       5442-IMPRIMIR-AJUSTE.
           MOVE SPACES TO LINEA-SALIDA
           MOVE 'AJUSTE MANUAL......: ' TO LINEA-SALIDA(2:21)
           MOVE CONTL-AJU-IMPORTE(W-CANT-AJU-LIQ) TO AJUSTE-FORMATEADO
           MOVE AJUSTE-FORMATEADO  TO LINEA-SALIDA(23:21)
           MOVE 'MOTIVO: '         TO LINEA-SALIDA(45:8)
           MOVE WAJU-MOTIVO(IAJU)  TO LINEA-SALIDA(53:3)
           MOVE 'REF: '            TO LINEA-SALIDA(57:5)
           MOVE WAJU-REFERENCIA(IAJU) TO LINEA-SALIDA(62:15)
           WRITE LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA

           MOVE SPACES             TO REG-SALIDA2
           MOVE 'AJUSTE'           TO REG-SALIDA2(1:8)
           MOVE ';'                TO REG-SALIDA2(9:1)
           MOVE MOV-A-CODBCO       TO REG-SALIDA2(10:3)
           MOVE ';'                TO REG-SALIDA2(13:1)
           MOVE MOV-A-CODCASA      TO REG-SALIDA2(14:3)
           MOVE ';'                TO REG-SALIDA2(17:1)
           MOVE MOV-A-NUMEST       TO REG-SALIDA2(18:10)
           MOVE ';'                TO REG-SALIDA2(28:1)
           MOVE AJUSTE-FORMATEADO  TO REG-SALIDA2(29:21)
           MOVE ';'                TO REG-SALIDA2(50:1)
           MOVE WAJU-MOTIVO(IAJU)  TO REG-SALIDA2(51:3)
           WRITE REG-SALIDA2.

      ******************************************************************
      *    5445-REGISTRAR-AJUSTES  -  MARCA APLICADOS EN EL AJUSTES    *
      *    LOS AJUSTES DE LA LIQUIDACION, CON LA CORRIDA, EL NUMERO DE *
      *    LIQUIDACION, LA FECHA DE PAGO Y EL DESTINO (PAGADA,         *
      *    RETENIDA, CONSOLIDADA EN LA MADRE O NEGATIVA A SALDO        *
      *    PENDIENTE), Y LOS LISTA EN EL AJUREG                        *
      ******************************************************************
       5445-REGISTRAR-AJUSTES.
           MOVE 1 TO W-IAL
           PERFORM UNTIL W-IAL > W-CANT-AJU-LIQ
             SET IAJU TO WAL-IAJU(W-IAL)
             MOVE WAJU-CLAVE(IAJU) TO AJU-CLAVE
             READ AJUSTES
                  INVALID KEY
                      DISPLAY 'AJUSTE NO HALLADO EN AJUSTES ' FS-AJUSTES
                              ' ' AJU-CLAVE
                      PERFORM 0700-CERRAR-ARCHIVOS
                      MOVE 16 TO RETURN-CODE
                      GOBACK
             END-READ
             SET AJU-APLICADO        TO TRUE
             MOVE W-FVIGENCIA-CORTE  TO AJU-FPRES-LIQ
             MOVE L-LIQ              TO AJU-LIQ
             MOVE L-MODO             TO AJU-MODO
             MOVE MOV-A-CODBCO       TO AJU-CODBCO
             MOVE MOV-A-CODCASA      TO AJU-CODCASA
             MOVE CONTL-NROLIQ       TO AJU-NROLIQ
             MOVE W-FPAG-CALC        TO AJU-FPAG
             EVALUATE TRUE
               WHEN LIQ-SUPRIMIDA
                   SET AJU-DEST-PENDIENTE TO TRUE
               WHEN EST-RETENER-PAGO OR EST-SG-ANTECED-FRAUDE
                 OR EST-BAJA-CLASE-FRAUDE
                 OR ALERTA-VOLUMEN
                   SET AJU-DEST-RETENIDA  TO TRUE
               WHEN CONSOLIDAR-MADRE
                   SET AJU-DEST-MADRE     TO TRUE
               WHEN OTHER
                   SET AJU-DEST-PAGADA    TO TRUE
             END-EVALUATE
             REWRITE REG-AJUSTES
                  INVALID KEY
                      DISPLAY 'ERROR AL REGRABAR AJUSTES ' FS-AJUSTES
                              ' ' AJU-CLAVE
                      PERFORM 0700-CERRAR-ARCHIVOS
                      MOVE 16 TO RETURN-CODE
                      GOBACK
             END-REWRITE
             ADD 1 TO CONT-AJUSTES-APLICADOS
             IF AJU-CREDITO
                 ADD AJU-IMPORTE TO TOTAL-AJUSTES-CREDITO
             ELSE
                 ADD AJU-IMPORTE TO TOTAL-AJUSTES-DEBITO
             END-IF
             PERFORM 5446-IMPRIMIR-REG-AJUSTE
             ADD 1 TO W-IAL
           END-PERFORM.

       5446-IMPRIMIR-REG-AJUSTE.
           MOVE SPACES             TO LINEA-AJUREG
           MOVE AJU-CODBCO         TO LINEA-AJUREG(2:3)
           MOVE AJU-CODCASA        TO LINEA-AJUREG(6:3)
           MOVE AJU-NUMEST         TO LINEA-AJUREG(10:10)
           MOVE AJU-CODSIS         TO LINEA-AJUREG(21:3)
           MOVE AJU-CODTAR         TO LINEA-AJUREG(25:3)
           MOVE AJU-CODADM         TO LINEA-AJUREG(29:3)
           MOVE AJU-REFERENCIA     TO LINEA-AJUREG(33:15)
           MOVE AJU-MOTIVO         TO LINEA-AJUREG(49:3)
           MOVE AJU-MONEDA         TO LINEA-AJUREG(53:1)
           IF AJU-CREDITO
               MOVE AJU-IMPORTE    TO AJUSTE-FORMATEADO
           ELSE
               COMPUTE AJUSTE-FORMATEADO = 0 - AJU-IMPORTE
           END-IF
           MOVE AJUSTE-FORMATEADO  TO LINEA-AJUREG(55:21)
           MOVE AJU-AUTORIZANTE    TO LINEA-AJUREG(77:8)
           EVALUATE TRUE
             WHEN AJU-PENDIENTE
                 MOVE 'PENDIENTE SIN LIQUIDACION'
                                   TO LINEA-AJUREG(86:30)
             WHEN AJU-DEST-PENDIENTE
                 MOVE 'LIQ NEGATIVA A SALDO PEND'
                                   TO LINEA-AJUREG(86:30)
             WHEN AJU-DEST-RETENIDA
                 MOVE AJU-NROLIQ   TO LINEA-AJUREG(86:11)
                 MOVE AJU-FPAG     TO LINEA-AJUREG(98:6)
                 MOVE 'RETENIDA'   TO LINEA-AJUREG(105:20)
             WHEN AJU-DEST-MADRE
                 MOVE 'CONSOLIDADA EN LA MADRE'
                                   TO LINEA-AJUREG(86:30)
             WHEN OTHER
                 MOVE AJU-NROLIQ   TO LINEA-AJUREG(86:11)
                 MOVE AJU-FPAG     TO LINEA-AJUREG(98:6)
                 MOVE 'PAGADA'     TO LINEA-AJUREG(105:20)
           END-EVALUATE
           WRITE LINEA-AJUREG.

      ******************************************************************
      *    5448-IMPRIMIR-AJUSTES-PEND  -  AL FINAL DE LA CORRIDA LISTA *
      *    LOS AJUSTES PENDIENTES QUE NO SE APLICARON (EL COMERCIO NO  *
      *    LIQUIDO EN LA MONEDA, O SUPERO LOS 10 POR LIQUIDACION) Y    *
      *    LOS TOTALES DEL AJUREG                                      *
      ******************************************************************
       5448-IMPRIMIR-AJUSTES-PEND.
           IF ODOAJU > 0
               SET IAJU TO 1
               PERFORM UNTIL IAJU > ODOAJU
                 IF WAJU-SIN-APLICAR(IAJU) AND WAJU-PENDIENTE(IAJU)
                     MOVE WAJU-CLAVE(IAJU) TO AJU-CLAVE
                     READ AJUSTES
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              ADD 1 TO CONT-AJUSTES-PENDIENTES
                              PERFORM 5446-IMPRIMIR-REG-AJUSTE
                     END-READ
                 END-IF
                 SET IAJU UP BY 1
               END-PERFORM
           END-IF

           MOVE SPACES                TO LINEA-AJUREG
           MOVE 'AJUSTES APLICADOS: ' TO LINEA-AJUREG(2:19)
           MOVE CONT-AJUSTES-APLICADOS TO LINEA-AJUREG(21:9)
           MOVE 'CREDITOS: '          TO LINEA-AJUREG(32:10)
           MOVE TOTAL-AJUSTES-CREDITO TO AJUSTE-FORMATEADO
           MOVE AJUSTE-FORMATEADO     TO LINEA-AJUREG(42:21)
           MOVE 'DEBITOS: '           TO LINEA-AJUREG(65:9)
           MOVE TOTAL-AJUSTES-DEBITO  TO AJUSTE-FORMATEADO
           MOVE AJUSTE-FORMATEADO     TO LINEA-AJUREG(74:21)
           WRITE LINEA-AJUREG
           MOVE SPACES                TO LINEA-AJUREG
           MOVE 'AJUSTES PENDIENTES: ' TO LINEA-AJUREG(2:20)
           MOVE CONT-AJUSTES-PENDIENTES TO LINEA-AJUREG(22:9)
           WRITE LINEA-AJUREG.

       5449-IMPRIMIR-ENCAB-AJUREG.
           MOVE SPACES             TO LINEA-AJUREG
           MOVE 'AJUSTES MANUALES - REGISTRO DE APLICACION - PRES '
                                   TO LINEA-AJUREG(2:49)
           MOVE W-FECHA-PRES-AMD   TO LINEA-AJUREG(51:8)
           WRITE LINEA-AJUREG
           MOVE SPACES             TO LINEA-AJUREG
           MOVE 'BCO CAS ESTABLEC   SIS TAR ADM REFERENCIA'
                                   TO LINEA-AJUREG(2:41)
           MOVE 'MOT M'            TO LINEA-AJUREG(49:5)
           MOVE 'IMPORTE'          TO LINEA-AJUREG(68:7)
           MOVE 'AUTORIZ'          TO LINEA-AJUREG(77:7)
           MOVE 'NRO LIQ     FPAG   DESTINO'
                                   TO LINEA-AJUREG(86:26)
           WRITE LINEA-AJUREG
           MOVE ALL '-'            TO LINEA-AJUREG
           WRITE LINEA-AJUREG.

       5460-IMPRIMIR-DTO-PEX.
           MOVE SPACES             TO LINEA-SALIDA
           IF L-LIQ-BANCO
           MOVE IMPORTE-FORMATEADO TO REG-SALIDA2(29:20)
           WRITE REG-SALIDA2.

       5465-IMPRIMIR-RET-GANANCIAS.
           ADD 1               TO CONT-RET-GANANCIAS
           ADD W-RET-GANANCIAS TO TOTAL-RET-GANANCIAS

           MOVE SPACES             TO LINEA-SALIDA
           MOVE 'RET GANANCIAS   : ' TO LINEA-SALIDA(2:19)
           MOVE W-RET-GANANCIAS    TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO TO LINEA-SALIDA(21:20)
           MOVE 'REGIMEN: '        TO LINEA-SALIDA(43:9)
           MOVE W-GCI-CODGCIAS     TO LINEA-SALIDA(52:3)
           MOVE W-GCI-TIPGCIAS     TO LINEA-SALIDA(56:1)
           WRITE LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA

           MOVE SPACES             TO REG-SALIDA2
           MOVE 'RETGAN'           TO REG-SALIDA2(1:8)
           MOVE ';'                TO REG-SALIDA2(9:1)
           MOVE MOV-A-CODBCO       TO REG-SALIDA2(10:3)
           MOVE ';'                TO REG-SALIDA2(13:1)
           MOVE MOV-A-CODCASA      TO REG-SALIDA2(14:3)
           MOVE ';'                TO REG-SALIDA2(17:1)
           MOVE MOV-A-NUMEST       TO REG-SALIDA2(18:10)
           MOVE ';'                TO REG-SALIDA2(28:1)
           MOVE W-RET-GANANCIAS    TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO TO REG-SALIDA2(29:20)
           WRITE REG-SALIDA2.

       6100-IMPRIMIR-TOTAL-BANCO.
           MOVE 'TOTAL BANCO: '    TO LINEA-SALIDA(2:13)
           MOVE TOTAL-BANCO        TO IMPORTE-FORMATEADO

           PERFORM 7100-FONDEO-CORTE-CASA
           PERFORM 7200-FONDEO-CORTE-BANCO
           PERFORM 7300-ARRASTRAR-DEVOLUCIONES

           DISPLAY 'REGISTROS DEL MOVMMCLA: ' CONT-MOVMMCLA
           DISPLAY 'REGISTROS DEL MAECOM..: ' CONT-MAECOM
           DISPLAY 'REGISTROS DEL MOVSALT7: ' CONT-MOVSALT7.
           DISPLAY 'REGISTROS DEL SUSPENSO.: ' CONT-SUSPENSO.
           DISPLAY 'PAGOS RETENIDOS........: ' CONT-RETENIDOS
           DISPLAY 'ALERTAS DE VOLUMEN.....: ' CONT-ALERTAS-VOLUMEN
           PERFORM 5598-IMPRIMIR-TOTAL-ALEVOL
           PERFORM 5448-IMPRIMIR-AJUSTES-PEND
           DISPLAY 'AJUSTES APLICADOS......: ' CONT-AJUSTES-APLICADOS
           DISPLAY 'AJUSTES PENDIENTES.....: ' CONT-AJUSTES-PENDIENTES
           IF L-CONSOLIDA-MADRES
               DISPLAY 'LIQ CONSOLIDADAS MADRE.: ' CONT-CONSOLIDADAS
               DISPLAY 'SUCURSALES CONSOLIDADAS: ' CONT-SUCDET
           DISPLAY 'MOVS FPAG DIFERENTE....: ' CONT-FPAG-DIFIERE
           DISPLAY 'LIQ NEGATIVAS A PEND...: ' CONT-LIQ-NEGATIVAS
           DISPLAY 'DEUDAS COMPENSADAS.....: ' CONT-COMPENSADOS
           DISPLAY 'RETENCIONES GANANCIAS..: ' CONT-RET-GANANCIAS
           DISPLAY 'TOTAL RET GANANCIAS....: ' TOTAL-RET-GANANCIAS
           DISPLAY 'REGISTROS DEL GANANT...: ' CONT-GANANT
           DISPLAY 'REGISTROS DEL GANNUE...: ' CONT-GANNUE
           PERFORM 6470-GRABAR-SIRCREB
           DISPLAY 'REGISTROS DEL SIRCREB..: ' CONT-SIRCREB
           DISPLAY 'REGISTROS DEL FONDEO...: ' CONT-FONDEO
           DISPLAY 'REGISTROS DEL DEVFON...: ' CONT-DEVFON
           DISPLAY 'DEVUELTO DESCONTADO....: ' TOTAL-DEVFON-APLICADO
           DISPLAY 'REGISTROS DEL DEVFONP..: ' CONT-DEVFONP
           DISPLAY 'VENTAS EN CUOTAS.......: ' CONT-VENTAS-EN-CUOTAS
           DISPLAY 'TRAMOS GRABADOS CUOFUT.: ' CONT-CUOTAS-GRABADAS
           DISPLAY 'TRAMOS YA EN CUOFUT....: ' CONT-CUOTAS-YA-GRABADAS
           DISPLAY 'IMPORTE DIFERIDO.......: ' TOTAL-CUOTAS-DIFERIDO
           DISPLAY 'TRAMOS VENCIDOS PAGADOS: ' CONT-CUOTAS-VENCIDAS
           DISPLAY 'IMPORTE TRAMOS VENCIDOS: ' TOTAL-CUOTAS-VENCIDAS
           DISPLAY 'TRAMOS DADOS DE BAJA...: ' CONT-CUOTAS-DEPURADAS
           IF L-LIQ-PAGO-EXPRESO
               DISPLAY 'DTO PAGO EXPRESO TOTAL.: ' W-DTO-PEX-TOTAL
           END-IF
      *    IMPORTES AL ACUMULADO DEL BANCO                             *
      ******************************************************************
       7100-FONDEO-CORTE-CASA.
           PERFORM 7050-DESCONTAR-DEVOL-CASA
           IF W-FON-CASA-ARP NOT = ZEROS
            OR W-FON-CASA-USD NOT = ZEROS
            OR W-FON-CASA-PAT NOT = ZEROS
      *    CASA, Y REINICIA LOS ACUMULADOS PARA EL BANCO SIGUIENTE     *
      ******************************************************************
       7200-FONDEO-CORTE-BANCO.
           PERFORM 7150-DESCONTAR-DEVOL-BANCO
           IF W-FON-BCO-ARP NOT = ZEROS
            OR W-FON-BCO-USD NOT = ZEROS
            OR W-FON-BCO-PAT NOT = ZEROS
            OR CONT-FON-DEVUELTOS > 0
            OR CONT-FON-PAGADOS > 0
            OR CONT-FON-RETENIDOS > 0
            OR CONT-FON-SUSPENSO > 0
               MOVE CONT-FON-RETENIDOS TO FON-CANT-RETENIDOS
               MOVE CONT-FON-SUSPENSO  TO FON-CANT-SUSPENSO
               MOVE W-BANCO-NOMBRE     TO FON-DENBCO
               MOVE CONT-FON-DEVUELTOS TO FON-CANT-DEVUELTOS
               WRITE REG-FONDEO-CAB
               ADD 1 TO CONT-FONDEO

                       SET IFON UP BY 1
                   END-PERFORM
               END-IF

               IF CONT-FON-DEVUELTOS > 0
                   PERFORM 7250-GRABAR-FONDEO-DEVOL
               END-IF
           END-IF

           INITIALIZE W-FON-BCO-IMPORTES
           MOVE ZEROS TO CONT-FON-PAGADOS
                         CONT-FON-RETENIDOS
                         CONT-FON-SUSPENSO
                         CONT-FON-DEVUELTOS
                         W-FON-CASAS-CANT.

      ******************************************************************
      *    7050-DESCONTAR-DEVOL-CASA  -  DESCUENTA DEL NETO DE LA      *
      *    CASA QUE CORTA LAS DEVOLUCIONES PENDIENTES DE ESA CASA EN   *
      *    LAS MONEDAS QUE LIQUIDA LA CORRIDA                          *
      ******************************************************************
       7050-DESCONTAR-DEVOL-CASA.
           SET IDVF TO 1
           PERFORM UNTIL IDVF > ODODVF
               IF WDVF-PENDIENTE(IDVF)
                AND WDVF-CODBCO(IDVF)  = BANCO-ANTERIOR
                AND WDVF-CODCASA(IDVF) = CASA-ANTERIOR
                AND (WDVF-MONEDA(IDVF) = L-LIQ OR L-LIQMUL-EST)
                   EVALUATE WDVF-MONEDA(IDVF)
                     WHEN '2'
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-CASA-USD
                     WHEN '3'
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-CASA-PAT
                     WHEN OTHER
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-CASA-ARP
                   END-EVALUATE
                   PERFORM 7060-APLICAR-DEVOLUCION
               END-IF
               SET IDVF UP BY 1
           END-PERFORM.

       7060-APLICAR-DEVOLUCION.
           SET WDVF-APLICADA(IDVF) TO TRUE
           ADD WDVF-CANT(IDVF)    TO CONT-FON-DEVUELTOS
           ADD WDVF-IMPORTE(IDVF) TO TOTAL-DEVFON-APLICADO.

      ******************************************************************
      *    7150-DESCONTAR-DEVOL-BANCO  -  LAS DEVOLUCIONES DE CASAS    *
      *    DEL BANCO QUE NO LIQUIDARON EN LA CORRIDA SE DESCUENTAN     *
      *    DEL TOTAL DEL BANCO                                         *
      ******************************************************************
       7150-DESCONTAR-DEVOL-BANCO.
           SET IDVF TO 1
           PERFORM UNTIL IDVF > ODODVF
               IF WDVF-PENDIENTE(IDVF)
                AND WDVF-CODBCO(IDVF)  = BANCO-ANTERIOR
                AND (WDVF-MONEDA(IDVF) = L-LIQ OR L-LIQMUL-EST)
                   EVALUATE WDVF-MONEDA(IDVF)
                     WHEN '2'
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-BCO-USD
                     WHEN '3'
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-BCO-PAT
                     WHEN OTHER
                         SUBTRACT WDVF-IMPORTE(IDVF) FROM W-FON-BCO-ARP
                   END-EVALUATE
                   PERFORM 7060-APLICAR-DEVOLUCION
               END-IF
               SET IDVF UP BY 1
           END-PERFORM.

      ******************************************************************
      *    7250-GRABAR-FONDEO-DEVOL  -  UN REGISTRO 'R' POR CADA       *
      *    DEVOLUCION DESCONTADA DEL BANCO QUE TERMINA                 *
      ******************************************************************
       7250-GRABAR-FONDEO-DEVOL.
           SET IDVF TO 1
           PERFORM UNTIL IDVF > ODODVF
               IF WDVF-APLICADA(IDVF)
                AND WDVF-CODBCO(IDVF) = BANCO-ANTERIOR
                   MOVE SPACES              TO REG-FONDEO-DEV
                   SET FONR-DEVOLUCION      TO TRUE
                   MOVE WDVF-CODBCO(IDVF)   TO FONR-CODBCO
                   MOVE WDVF-CODCASA(IDVF)  TO FONR-CODCASA
                   MOVE WDVF-MONEDA(IDVF)   TO FONR-MONEDA
                   MOVE WDVF-CANT(IDVF)     TO FONR-CANT
                   MOVE WDVF-IMPORTE(IDVF)  TO FONR-IMPORTE
                   MOVE WDVF-FDEVOL(IDVF)   TO FONR-FDEVOL
                   WRITE REG-FONDEO-DEV
                   ADD 1 TO CONT-FONDEO
                   SET WDVF-INFORMADA(IDVF) TO TRUE
               END-IF
               SET IDVF UP BY 1
           END-PERFORM.

      ******************************************************************
      *    7300-ARRASTRAR-DEVOLUCIONES  -  LAS DEVOLUCIONES QUE NO SE  *
      *    DESCONTARON (BANCO O MONEDA SIN LIQUIDACION EN LA CORRIDA)  *
      *    PASAN AL DEVFONP PARA LA CORRIDA SIGUIENTE                  *
      ******************************************************************
       7300-ARRASTRAR-DEVOLUCIONES.
           SET IDVF TO 1
           PERFORM UNTIL IDVF > ODODVF
               IF WDVF-PENDIENTE(IDVF)
                   MOVE SPACES              TO REG-DEVFON
                   MOVE WDVF-CODBCO(IDVF)   TO DVF-CODBCO
                   MOVE WDVF-CODCASA(IDVF)  TO DVF-CODCASA
                   MOVE WDVF-MONEDA(IDVF)   TO DVF-MONEDA
                   MOVE WDVF-CANT(IDVF)     TO DVF-CANT
                   MOVE WDVF-IMPORTE(IDVF)  TO DVF-IMPORTE
                   MOVE WDVF-FDEVOL(IDVF)   TO DVF-FDEVOL
                   WRITE REG-DEVFONP FROM REG-DEVFON
                   ADD 1 TO CONT-DEVFONP
               END-IF
               SET IDVF UP BY 1
           END-PERFORM.


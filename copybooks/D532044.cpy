      ******************************************************************
      *    D532044  -  TABLA DE RETENCION DE GANANCIAS (TABLAS,        *
      *                IDENTAB 044), CLAVE REGIMEN (EST-CODIMP(3)) +   *
      *                TIPO DE CONTRIBUYENTE (EST-TCGCIAS(3)),         *
      *                VIGENTE A PARTIR DE T044-FVIGENCIA (AAMMDD).    *
      *                EL MINIMO NO SUJETO ES MENSUAL Y SE APLICA      *
      *                SOBRE LOS PAGOS ACUMULADOS DEL MES POR CUIT     *
      ******************************************************************
       01  REG-T044.
           03  T044-CLAVE.
               05  T044-IDENTAB          PIC X(3).
               05  T044-CODGCIAS         PIC X(3).
               05  T044-TIPGCIAS         PIC X.
               05  T044-FVIGENCIA        PIC 9(6).
           03  T044-ALICUOTA             PIC 99V9999.
           03  T044-MINIMO-NO-SUJETO     PIC 9(11)V99.
           03  FILLER                    PIC X(268).

      ******************************************************************
      *    D532054  -  UMBRALES DE ALERTA DE VOLUMEN (TABLAS, IDENTAB  *
      *                054), CLAVE CATEGORIA DE RIESGO DEL MAESTRO     *
      *                (EST-CATEG-RIESGOS; EN BLANCO VALE PARA LAS     *
      *                CATEGORIAS SIN FILA PROPIA), VIGENTE A PARTIR   *
      *                DE T054-FVIGENCIA (AAMMDD). LA LIQUIDACION QUE  *
      *                SUPERA UN UMBRAL SE RETIENE HASTA QUE RIESGO LA *
      *                APRUEBE (PGMRELIQ). UN UMBRAL EN CERO NO SE     *
      *                CONTROLA                                        *
      ******************************************************************
       01  REG-T054.
           03  T054-CLAVE.
               05  T054-IDENTAB          PIC X(3).
               05  T054-CATEG-RIESGOS    PIC X(2).
               05  T054-FVIGENCIA        PIC 9(6).
           03  T054-DESCRIPCION          PIC X(30).
      *    VECES EL ULTIMO IMPORTE LIQUIDADO (EST-ULTIMP)
           03  T054-FACTOR-MAXIMO        PIC 9(3)V99.
      *    POR DEBAJO DE ESTE TOTAL NO SE CONTROLA
           03  T054-IMPORTE-MINIMO       PIC 9(11)V99.
      *    DIAS DESDE EL ALTA (EST-FALTA) EN QUE EL ESTABLECIMIENTO ES
      *    NUEVO, Y TOPE DE LA NUEVA O DE LA QUE NO TIENE LIQUIDACION
      *    ANTERIOR
           03  T054-DIAS-NUEVO           PIC 9(4).
           03  T054-TOPE-NUEVO           PIC 9(11)V99.
      *    DIAS SIN LIQUIDAR (DESDE EST-ULTFPR) QUE HACEN SOSPECHOSA
      *    A LA REACTIVACION
           03  T054-DIAS-INACTIVO        PIC 9(4).
           03  FILLER                    PIC X(220).

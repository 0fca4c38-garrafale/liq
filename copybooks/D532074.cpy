      ******************************************************************
      *    D532074  -  TABLA DE CUOTAS DE CREDITO (TABLAS, IDENTAB 074)
      *                CLAVE PLAN DE CUOTAS DEL MAESTRO                *
      *                (EST-PLAN-CUOTAS) + CUOTAS HABILITADAS          *
      *                (EST-CANTCUO-HABIL). LAS VENTAS CON LOS CODIGOS *
      *                DE OPERACION DEL PLAN SE PAGAN EN               *
      *                T074-CANT-TRAMOS TRAMOS MENSUALES; SIN FILA EN  *
      *                LA TABLA LA VENTA SE PAGA ENTERA                *
      ******************************************************************
       01  REG-T074.
           03  T074-CLAVE.
               05  T074-IDENTAB          PIC X(3).
               05  T074-PLAN-CUOTAS      PIC X.
               05  T074-CANTCUO          PIC 99.
           03  T074-DATOS.
               05  T074-DESCRIPCION      PIC X(30).
               05  T074-CANT-TRAMOS      PIC 99.
               05  T074-CODOPS-PLAN.
                   07  T074-CODOP-CUOTAS PIC X(4) OCCURS 10 TIMES.
               05  FILLER                PIC X(222).

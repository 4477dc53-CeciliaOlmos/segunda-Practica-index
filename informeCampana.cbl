      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANA ASSIGN TO "..\campana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cam-codigo
           FILE STATUS IS w-fs-campana.
           SELECT OPTIONAL CAMPANAALC ASSIGN TO "..\campanaalc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cal-llave
           FILE STATUS IS w-fs-campanaalc.
           SELECT OPTIONAL RUBROS ASSIGN TO "..\rubros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rub-articulo
           FILE STATUS IS w-fs-rubros.
           SELECT OPTIONAL VENTADIA ASSIGN TO "..\ventadia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vdi-llave
           FILE STATUS IS w-fs-ventadia.
           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS art-codigo
           FILE STATUS IS w-fs-articulo.
           SELECT VENDOR ASSIGN TO "..\vendor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vend-codigo
           FILE STATUS IS w-fs-vendor.
           SELECT OPTIONAL CAMPANAINF ASSIGN TO "..\campanainf.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-campanainf.
           SELECT INFCAMPANA ASSIGN TO "..\informecampana.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-infcampana.
           SELECT CMP-WORK ASSIGN TO "cmptmp.tmp".
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANA.
       01  cam-reg.
           03 cam-codigo pic x(8).
           03 cam-descripcion pic x(30).
           03 cam-alcance pic x.
           03 cam-objeto pic x(15).
           03 cam-modalidad pic x.
           03 cam-descuento pic 9(2)V99.
           03 cam-precio pic 9(10)V99.
           03 cam-desde pic 9(8).
           03 cam-hasta pic 9(8).
           03 cam-por-cliente pic x.
           03 cam-por-sucursal pic x.
       FD  CAMPANAALC.
       01  cal-reg.
           03 cal-llave.
              05 cal-codigo pic x(8).
              05 cal-tipo pic x.
              05 cal-valor pic 9(6).
       FD  RUBROS.
       01  rub-reg.
           03 rub-articulo pic x(8).
           03 rub-rubro pic x(15).
       FD  VENTADIA.
       01  vdi-reg.
           03 vdi-llave.
              05 vdi-fecha pic 9(8).
              05 vdi-articulo pic x(8).
              05 vdi-vend pic 9(3).
              05 vdi-cliente pic 9(6).
              05 vdi-sucursal pic 9(2).
           03 vdi-cantidad pic s9(9).
           03 vdi-venta pic s9(12)V99.
           03 vdi-ganancia pic s9(12)V99.
           03 vdi-lineas pic 9(7).
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 art-descrip pic x(30).
           03 art-costo pic 9(10)V99.
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-nombre pic x(30).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
      * campanas ya informadas, para no repetirlas en la corrida
      * siguiente
       FD  CAMPANAINF.
       01  inf-reg.
           03 inf-codigo pic x(8).
           03 inf-fecha pic 9(8).
       FD  INFCAMPANA.
       01  icp-linea pic x(132).
      * A periodo anterior, D durante la campana
       SD  CMP-WORK.
       01  cmw-rec.
           03 cmw-articulo pic x(8).
           03 cmw-vend pic 9(3).
           03 cmw-momento pic x.
           03 cmw-cantidad pic s9(9).
           03 cmw-venta pic s9(12)V99.
           03 cmw-ganancia pic s9(12)V99.
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
           03 run-fecha pic 9(8).
           03 run-hora-ini pic 9(8).
           03 run-hora-fin pic 9(8).
           03 run-leidos pic 9(6).
           03 run-escritos pic 9(6).
           03 run-estado pic x(10).
       FD  ERRORLOG.
       01  err-reg.
           03 err-fecha pic 9(8).
           03 err-hora pic 9(8).
           03 err-programa pic x(15).
           03 err-archivo pic x(15).
           03 err-status pic xx.
           03 err-motivo pic x(20).
       WORKING-STORAGE SECTION.
       01  w-errlog-status pic xx.
       01  w-abend-programa pic x(15) value "INFORMECAMPANA".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-campana pic xx.
       01  w-fs-campanaalc pic xx.
       01  w-fs-rubros pic xx.
       01  w-fs-ventadia pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-campanainf pic xx.
       01  w-fs-infcampana pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "INFORMECAMPANA".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
      * entrada: fecha de la corrida y, para pedir una campana puntual
      * (aunque siga vigente), su codigo
       01  w-entrada.
           03 w-ent-periodo pic x(8).
           03 w-ent-campana pic x(8).
       01  w-periodo pic 9(8).
       01  w-ayer pic 9(8).
       01  w-flag-cam pic 9.
           88 fin-campana value 1.
       01  w-flag-inf pic 9.
           88 fin-campanainf value 1.
       01  w-flag-vdi pic 9.
           88 fin-ventadia value 1.
       01  w-flag-sort pic 9.
           88 fin-sort value 1.
       01  w-tabla-inf.
           03 w-inf-codigo OCCURS 500 TIMES pic x(8).
       01  w-cant-inf pic 9(3) value zero.
       01  w-idx-inf pic 9(3).
       01  w-ya-informada pic x.
       01  w-cant-informadas pic 9(4) value zero.
      * ventanas de comparacion: la campana (hasta ayer si todavia
      * sigue) contra la misma cantidad de dias inmediatamente antes
       01  w-dur-desde pic 9(8).
       01  w-dur-hasta pic 9(8).
       01  w-ant-desde pic 9(8).
       01  w-ant-hasta pic 9(8).
       01  w-dias pic 9(5).
       01  w-venta-aplica pic x.
       01  w-rubro pic x(15).
       01  w-art-actual pic x(8).
       01  w-vend-actual pic 9(3).
      * acumulados: 1 vendedor, 2 articulo, 3 campana
       01  w-tabla-acu.
           03 w-acu-item OCCURS 3 TIMES.
              05 w-acu-cant-ant pic s9(9).
              05 w-acu-cant-dur pic s9(9).
              05 w-acu-venta-ant pic s9(12)V99.
              05 w-acu-venta-dur pic s9(12)V99.
              05 w-acu-gan-ant pic s9(12)V99.
              05 w-acu-gan-dur pic s9(12)V99.
       01  w-niv pic 9.
       01  w-var pic s9(5)V9.
       01  lin-guarda.
           03 filler pic x(80) value all "=".
       01  lin-campana.
           03 filler pic x(9) value "CAMPANA: ".
           03 l-codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 l-descripcion pic x(30).
           03 filler pic x(14) value "  INFORMADA EL".
           03 filler pic x value space.
           03 l-fecha-inf pic 9999/99/99.
       01  lin-alcance.
           03 filler pic x(9) value "ALCANCE: ".
           03 l-alcance pic x(8).
           03 l-objeto pic x(15).
           03 filler pic x(2) value spaces.
           03 l-modalidad pic x(16).
           03 l-precio pic zzz.zzz.zz9,99.
           03 l-descuento REDEFINES l-precio pic bbbbbbbbbz9,99.
           03 filler pic x(2) value spaces.
           03 l-restringe pic x(30).
       01  lin-ventanas.
           03 filler pic x(9) value "DURANTE: ".
           03 l-dur-desde pic 9999/99/99.
           03 filler pic x(4) value " AL ".
           03 l-dur-hasta pic 9999/99/99.
           03 filler pic x(11) value "   ANTES:  ".
           03 l-ant-desde pic 9999/99/99.
           03 filler pic x(4) value " AL ".
           03 l-ant-hasta pic 9999/99/99.
           03 filler pic x(2) value " (".
           03 l-dias pic zzzz9.
           03 filler pic x(6) value " DIAS)".
       01  lin-columnas.
           03 filler pic x(28) value spaces.
           03 filler pic x(22) value
              "  UNID.ANTES UNID.CAMP".
           03 filler pic x(36) value
              "        VENTA ANTES    VENTA CAMPANA".
           03 filler pic x(36) value
              "       MARGEN ANTES   MARGEN CAMPANA".
           03 filler pic x(9) value " VAR.MARG".
       01  lin-articulo.
           03 filler pic x(10) value "ARTICULO: ".
           03 l-articulo pic x(8).
           03 filler pic x value space.
           03 l-art-descrip pic x(30).
       01  lin-importes.
           03 l-etiqueta pic x(28).
           03 filler pic x value space.
           03 l-cant-ant pic -.---.--9.
           03 filler pic x value space.
           03 l-cant-dur pic -.---.--9.
           03 filler pic x value space.
           03 l-venta-ant pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-venta-dur pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-gan-ant pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-gan-dur pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-var pic ----9,9.
           03 l-var-txt REDEFINES l-var pic x(7).
           03 filler pic x value "%".
       01  lin-vendedor.
           03 filler pic x(2) value spaces.
           03 l-vend pic zz9.
           03 filler pic x value space.
           03 l-nom-vend pic x(22).
       01  lin-resultado.
           03 filler pic x(11) value "RESULTADO: ".
           03 l-resultado pic x(69).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-ent-periodo IS NUMERIC
               MOVE w-ent-periodo TO w-periodo
           ELSE
               MOVE w-ctl-fecha TO w-periodo
           END-IF.
           COMPUTE w-ayer = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-periodo) - 1).
           PERFORM 100-INICIO.
           IF w-ent-campana NOT = SPACES
               MOVE w-ent-campana TO cam-codigo
               READ CAMPANA KEY IS cam-codigo
                   INVALID KEY
                       DISPLAY "NO EXISTE LA CAMPANA " w-ent-campana
                       MOVE "SIN CAMPAN" TO w-ctl-estado
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 300-INFORMAR-CAMPANA
               END-READ
           ELSE
               PERFORM 200-CAMPANAS-TERMINADAS
           END-IF.
           CLOSE CAMPANA.
           CLOSE CAMPANAALC.
           CLOSE RUBROS.
           CLOSE VENTADIA.
           CLOSE ARTICULO.
           CLOSE VENDOR.
           CLOSE INFCAMPANA.
           DISPLAY "CAMPANAS INFORMADAS: " w-cant-informadas.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * cada campana terminada se informa una sola vez, en la primera
      * corrida despues de su ultimo dia: la venta de ese dia ya quedo
      * en ventadia.dat con la corrida de esa noche
       100-INICIO.
           OPEN INPUT CAMPANA.
           IF w-fs-campana NOT = "00"
               MOVE "CAMPANA" TO w-abend-archivo
               MOVE w-fs-campana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CAMPANAALC.
           IF w-fs-campanaalc NOT = "00"
              AND w-fs-campanaalc NOT = "05"
               MOVE "CAMPANAALC" TO w-abend-archivo
               MOVE w-fs-campanaalc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT RUBROS.
           IF w-fs-rubros NOT = "00"
              AND w-fs-rubros NOT = "05"
               MOVE "RUBROS" TO w-abend-archivo
               MOVE w-fs-rubros TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENTADIA.
           IF w-fs-ventadia NOT = "00"
              AND w-fs-ventadia NOT = "05"
               MOVE "VENTADIA" TO w-abend-archivo
               MOVE w-fs-ventadia TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT ARTICULO.
           IF w-fs-articulo NOT = "00"
              AND w-fs-articulo NOT = "05"
               MOVE "ARTICULO" TO w-abend-archivo
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENDOR.
           IF w-fs-vendor NOT = "00"
              AND w-fs-vendor NOT = "05"
               MOVE "VENDOR" TO w-abend-archivo
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND INFCAMPANA.
           IF w-fs-infcampana NOT = "00"
               OPEN OUTPUT INFCAMPANA
           END-IF.
           IF w-fs-infcampana NOT = "00"
               MOVE "INFCAMPANA" TO w-abend-archivo
               MOVE w-fs-infcampana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 150-CARGAR-INFORMADAS.

       150-CARGAR-INFORMADAS.
           OPEN INPUT CAMPANAINF.
           IF w-fs-campanainf NOT = "00"
              AND w-fs-campanainf NOT = "05"
               MOVE "CAMPANAINF" TO w-abend-archivo
               MOVE w-fs-campanainf TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-inf.
           PERFORM 160-LEER-INFORMADA UNTIL fin-campanainf.
           CLOSE CAMPANAINF.

       160-LEER-INFORMADA.
           READ CAMPANAINF
               AT END MOVE 1 TO w-flag-inf
               NOT AT END
                   IF w-cant-inf < 500
                       ADD 1 TO w-cant-inf
                       MOVE inf-codigo TO w-inf-codigo(w-cant-inf)
                   END-IF
           END-READ.

       200-CAMPANAS-TERMINADAS.
           MOVE ZERO TO w-flag-cam.
           MOVE LOW-VALUES TO cam-codigo.
           START CAMPANA KEY IS >= cam-codigo
               INVALID KEY MOVE 1 TO w-flag-cam
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 210-LEER-CAMPANA UNTIL fin-campana.

       210-LEER-CAMPANA.
           READ CAMPANA NEXT
               AT END MOVE 1 TO w-flag-cam
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF cam-hasta < w-periodo
                       PERFORM 220-VERIFICAR-INFORMADA
                       IF w-ya-informada = "n"
                           PERFORM 300-INFORMAR-CAMPANA
                           PERFORM 390-REGISTRAR-INFORMADA
                       END-IF
                   END-IF
           END-READ.

       220-VERIFICAR-INFORMADA.
           MOVE "n" TO w-ya-informada.
           PERFORM 225-COMPARAR-INFORMADA
               VARYING w-idx-inf FROM 1 BY 1
               UNTIL w-idx-inf > w-cant-inf OR w-ya-informada = "s".

       225-COMPARAR-INFORMADA.
           IF w-inf-codigo(w-idx-inf) = cam-codigo
               MOVE "s" TO w-ya-informada
           END-IF.

       300-INFORMAR-CAMPANA.
           MOVE cam-desde TO w-dur-desde.
           MOVE cam-hasta TO w-dur-hasta.
           IF w-dur-hasta > w-ayer
               MOVE w-ayer TO w-dur-hasta
           END-IF.
           IF w-dur-hasta < w-dur-desde
               DISPLAY "LA CAMPANA " cam-codigo
                       " TODAVIA NO TIENE VENTAS PARA COMPARAR"
           ELSE
               COMPUTE w-dias = FUNCTION INTEGER-OF-DATE(w-dur-hasta)
                   - FUNCTION INTEGER-OF-DATE(w-dur-desde) + 1
               COMPUTE w-ant-hasta = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-dur-desde) - 1)
               COMPUTE w-ant-desde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-dur-desde) - w-dias)
               SORT CMP-WORK
                   ON ASCENDING KEY cmw-articulo cmw-vend
                   INPUT PROCEDURE IS 400-SELECCIONAR-VENTAS
                   OUTPUT PROCEDURE IS 500-LISTAR-CAMPANA
               ADD 1 TO w-cant-informadas
               ADD 1 TO w-ctl-escritos
           END-IF.

       390-REGISTRAR-INFORMADA.
           OPEN EXTEND CAMPANAINF.
           IF w-fs-campanainf NOT = "00"
               OPEN OUTPUT CAMPANAINF
           END-IF.
           MOVE cam-codigo TO inf-codigo.
           MOVE w-periodo TO inf-fecha.
           WRITE inf-reg.
           CLOSE CAMPANAINF.

      * se toma de ventadia.dat lo vendido en las dos ventanas con el
      * mismo alcance de la campana: articulo o rubro y, si la campana
      * se limito, solo sus clientes y sucursales
       400-SELECCIONAR-VENTAS.
           MOVE ZERO TO w-flag-vdi.
           MOVE LOW-VALUES TO vdi-llave.
           MOVE w-ant-desde TO vdi-fecha.
           START VENTADIA KEY IS >= vdi-llave
               INVALID KEY MOVE 1 TO w-flag-vdi
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 410-LEER-VENTADIA UNTIL fin-ventadia.

       410-LEER-VENTADIA.
           READ VENTADIA NEXT
               AT END MOVE 1 TO w-flag-vdi
               NOT AT END
                   IF vdi-fecha > w-dur-hasta
                       MOVE 1 TO w-flag-vdi
                   ELSE
                       PERFORM 420-FILTRAR-VENTA
                   END-IF
           END-READ.

       420-FILTRAR-VENTA.
           MOVE "s" TO w-venta-aplica.
           IF cam-alcance = "A" AND vdi-articulo NOT = cam-objeto
               MOVE "n" TO w-venta-aplica
           END-IF.
           IF w-venta-aplica = "s" AND cam-alcance = "R"
               MOVE SPACES TO w-rubro
               MOVE vdi-articulo TO rub-articulo
               READ RUBROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE rub-rubro TO w-rubro
               END-READ
               IF w-rubro NOT = cam-objeto
                   MOVE "n" TO w-venta-aplica
               END-IF
           END-IF.
           IF w-venta-aplica = "s" AND cam-por-cliente = "s"
               MOVE cam-codigo TO cal-codigo
               MOVE "C" TO cal-tipo
               MOVE vdi-cliente TO cal-valor
               READ CAMPANAALC
                   INVALID KEY MOVE "n" TO w-venta-aplica
               END-READ
           END-IF.
           IF w-venta-aplica = "s" AND cam-por-sucursal = "s"
               MOVE cam-codigo TO cal-codigo
               MOVE "S" TO cal-tipo
               MOVE vdi-sucursal TO cal-valor
               READ CAMPANAALC
                   INVALID KEY MOVE "n" TO w-venta-aplica
               END-READ
           END-IF.
           IF w-venta-aplica = "s"
               MOVE vdi-articulo TO cmw-articulo
               MOVE vdi-vend TO cmw-vend
               IF vdi-fecha < w-dur-desde
                   MOVE "A" TO cmw-momento
               ELSE
                   MOVE "D" TO cmw-momento
               END-IF
               MOVE vdi-cantidad TO cmw-cantidad
               MOVE vdi-venta TO cmw-venta
               MOVE vdi-ganancia TO cmw-ganancia
               RELEASE cmw-rec
           END-IF.

      * corte por articulo y vendedor con unidades, venta y margen de
      * cada ventana y la variacion del margen
       500-LISTAR-CAMPANA.
           PERFORM 505-CABECERA-CAMPANA.
           MOVE 3 TO w-niv.
           PERFORM 590-LIMPIAR-ACUMULADO.
           MOVE ZERO TO w-flag-sort.
           PERFORM 510-RETURN-VENTA.
           PERFORM 520-CORTE-ARTICULO UNTIL fin-sort.
           MOVE SPACES TO icp-linea.
           WRITE icp-linea.
           MOVE "TOTAL CAMPANA" TO l-etiqueta.
           MOVE 3 TO w-niv.
           PERFORM 560-IMPRIMIR-ACUMULADO.
           IF w-acu-gan-dur(3) > w-acu-gan-ant(3)
               MOVE "LA CAMPANA DEJO MAS MARGEN QUE EL PERIODO ANTERIOR"
                   TO l-resultado
           ELSE
               MOVE "LA CAMPANA NO ALCANZO EL MARGEN ANTERIOR"
                   TO l-resultado
           END-IF.
           MOVE lin-resultado TO icp-linea.
           WRITE icp-linea.
           MOVE lin-guarda TO icp-linea.
           WRITE icp-linea.
           MOVE SPACES TO icp-linea.
           WRITE icp-linea.

       505-CABECERA-CAMPANA.
           MOVE lin-guarda TO icp-linea.
           WRITE icp-linea.
           MOVE cam-codigo TO l-codigo.
           MOVE cam-descripcion TO l-descripcion.
           MOVE w-periodo TO l-fecha-inf.
           MOVE lin-campana TO icp-linea.
           WRITE icp-linea.
           IF cam-alcance = "A"
               MOVE "ARTICULO" TO l-alcance
           ELSE
               MOVE "RUBRO" TO l-alcance
           END-IF.
           MOVE cam-objeto TO l-objeto.
           IF cam-modalidad = "D"
               MOVE "DESCUENTO %" TO l-modalidad
               MOVE cam-descuento TO l-descuento
           ELSE
               MOVE "PRECIO ESPECIAL" TO l-modalidad
               MOVE cam-precio TO l-precio
           END-IF.
           EVALUATE TRUE
               WHEN cam-por-cliente = "s" AND cam-por-sucursal = "s"
                   MOVE "SOLO CLIENTES Y SUCURSALES" TO l-restringe
               WHEN cam-por-cliente = "s"
                   MOVE "SOLO CLIENTES DE LA LISTA" TO l-restringe
               WHEN cam-por-sucursal = "s"
                   MOVE "SOLO SUCURSALES DE LA LISTA" TO l-restringe
               WHEN OTHER
                   MOVE "TODOS LOS CLIENTES" TO l-restringe
           END-EVALUATE.
           MOVE lin-alcance TO icp-linea.
           WRITE icp-linea.
           MOVE w-dur-desde TO l-dur-desde.
           MOVE w-dur-hasta TO l-dur-hasta.
           MOVE w-ant-desde TO l-ant-desde.
           MOVE w-ant-hasta TO l-ant-hasta.
           MOVE w-dias TO l-dias.
           MOVE lin-ventanas TO icp-linea.
           WRITE icp-linea.
           MOVE SPACES TO icp-linea.
           WRITE icp-linea.
           MOVE lin-columnas TO icp-linea.
           WRITE icp-linea.

       510-RETURN-VENTA.
           RETURN CMP-WORK AT END MOVE 1 TO w-flag-sort.

       520-CORTE-ARTICULO.
           MOVE cmw-articulo TO w-art-actual.
           MOVE 2 TO w-niv.
           PERFORM 590-LIMPIAR-ACUMULADO.
           MOVE cmw-articulo TO art-codigo.
           READ ARTICULO
               INVALID KEY MOVE SPACES TO art-descrip
           END-READ.
           MOVE SPACES TO icp-linea.
           WRITE icp-linea.
           MOVE cmw-articulo TO l-articulo.
           MOVE art-descrip TO l-art-descrip.
           MOVE lin-articulo TO icp-linea.
           WRITE icp-linea.
           PERFORM 530-CORTE-VENDEDOR
               UNTIL fin-sort OR cmw-articulo NOT = w-art-actual.
           MOVE "  TOTAL ARTICULO" TO l-etiqueta.
           MOVE 2 TO w-niv.
           PERFORM 560-IMPRIMIR-ACUMULADO.
           PERFORM 595-SUMAR-A-CAMPANA.

       530-CORTE-VENDEDOR.
           MOVE cmw-vend TO w-vend-actual.
           MOVE 1 TO w-niv.
           PERFORM 590-LIMPIAR-ACUMULADO.
           PERFORM 540-ACUMULAR-VENTA
               UNTIL fin-sort OR cmw-articulo NOT = w-art-actual
                  OR cmw-vend NOT = w-vend-actual.
           MOVE w-vend-actual TO vend-codigo.
           READ VENDOR
               INVALID KEY MOVE SPACES TO vend-nombre
           END-READ.
           MOVE w-vend-actual TO l-vend.
           MOVE vend-nombre TO l-nom-vend.
           MOVE lin-vendedor TO l-etiqueta.
           MOVE 1 TO w-niv.
           PERFORM 560-IMPRIMIR-ACUMULADO.
           PERFORM 580-SUMAR-A-ARTICULO.

       540-ACUMULAR-VENTA.
           IF cmw-momento = "A"
               ADD cmw-cantidad TO w-acu-cant-ant(1)
               ADD cmw-venta TO w-acu-venta-ant(1)
               ADD cmw-ganancia TO w-acu-gan-ant(1)
           ELSE
               ADD cmw-cantidad TO w-acu-cant-dur(1)
               ADD cmw-venta TO w-acu-venta-dur(1)
               ADD cmw-ganancia TO w-acu-gan-dur(1)
           END-IF.
           PERFORM 510-RETURN-VENTA.

       560-IMPRIMIR-ACUMULADO.
           MOVE w-acu-cant-ant(w-niv) TO l-cant-ant.
           MOVE w-acu-cant-dur(w-niv) TO l-cant-dur.
           MOVE w-acu-venta-ant(w-niv) TO l-venta-ant.
           MOVE w-acu-venta-dur(w-niv) TO l-venta-dur.
           MOVE w-acu-gan-ant(w-niv) TO l-gan-ant.
           MOVE w-acu-gan-dur(w-niv) TO l-gan-dur.
           IF w-acu-gan-ant(w-niv) > ZERO
               COMPUTE w-var ROUNDED = (w-acu-gan-dur(w-niv)
                   - w-acu-gan-ant(w-niv)) * 100
                   / w-acu-gan-ant(w-niv)
                   ON SIZE ERROR MOVE 9999,9 TO w-var
               END-COMPUTE
               MOVE w-var TO l-var
           ELSE
               MOVE "    S/D" TO l-var-txt
           END-IF.
           MOVE lin-importes TO icp-linea.
           WRITE icp-linea.

       580-SUMAR-A-ARTICULO.
           ADD w-acu-cant-ant(1) TO w-acu-cant-ant(2).
           ADD w-acu-cant-dur(1) TO w-acu-cant-dur(2).
           ADD w-acu-venta-ant(1) TO w-acu-venta-ant(2).
           ADD w-acu-venta-dur(1) TO w-acu-venta-dur(2).
           ADD w-acu-gan-ant(1) TO w-acu-gan-ant(2).
           ADD w-acu-gan-dur(1) TO w-acu-gan-dur(2).

       590-LIMPIAR-ACUMULADO.
           MOVE ZERO TO w-acu-cant-ant(w-niv).
           MOVE ZERO TO w-acu-cant-dur(w-niv).
           MOVE ZERO TO w-acu-venta-ant(w-niv).
           MOVE ZERO TO w-acu-venta-dur(w-niv).
           MOVE ZERO TO w-acu-gan-ant(w-niv).
           MOVE ZERO TO w-acu-gan-dur(w-niv).

       595-SUMAR-A-CAMPANA.
           ADD w-acu-cant-ant(2) TO w-acu-cant-ant(3).
           ADD w-acu-cant-dur(2) TO w-acu-cant-dur(3).
           ADD w-acu-venta-ant(2) TO w-acu-venta-ant(3).
           ADD w-acu-venta-dur(2) TO w-acu-venta-dur(3).
           ADD w-acu-gan-ant(2) TO w-acu-gan-ant(3).
           ADD w-acu-gan-dur(2) TO w-acu-gan-dur(3).

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.

       9100-CERRAR-CONTROL.
           ACCEPT w-ctl-hora-fin FROM TIME.
           OPEN EXTEND RUNCTL.
           IF w-runctl-status NOT = "00"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE w-ctl-programa TO run-programa.
           MOVE w-ctl-fecha TO run-fecha.
           MOVE w-ctl-hora-ini TO run-hora-ini.
           MOVE w-ctl-hora-fin TO run-hora-fin.
           MOVE w-ctl-leidos TO run-leidos.
           MOVE w-ctl-escritos TO run-escritos.
           MOVE w-ctl-estado TO run-estado.
           WRITE run-reg.
           CLOSE RUNCTL.

       9900-ABEND-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO " w-abend-archivo
                   " ESTADO " w-abend-status
                   " EN " w-abend-programa.
           OPEN EXTEND ERRORLOG.
           IF w-errlog-status NOT = "00"
               OPEN OUTPUT ERRORLOG
           END-IF.
           ACCEPT err-fecha FROM DATE YYYYMMDD.
           ACCEPT err-hora FROM TIME.
           MOVE w-abend-programa TO err-programa.
           MOVE w-abend-archivo TO err-archivo.
           MOVE w-abend-status TO err-status.
           MOVE "FALLO DE APERTURA" TO err-motivo.
           WRITE err-reg.
           CLOSE ERRORLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM YOUR-PROGRAM-NAME.

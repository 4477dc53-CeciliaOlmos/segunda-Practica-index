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
           SELECT DOCLOG ASSIGN TO "..\doclog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-id
                   ALTERNATE RECORD KEY IS doc-destinatario
                       WITH DUPLICATES
           FILE STATUS IS w-fs-doclog.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT VENDOR ASSIGN TO "..\vendor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vend-codigo
           FILE STATUS IS w-fs-vendor.
           SELECT PROVEEDOR ASSIGN TO "..\proveedor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS prv-articulo
           FILE STATUS IS w-fs-proveedor.
           SELECT OPTIONAL REBOTE ASSIGN TO "..\correorebote.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-rebote.
           SELECT FUENTE ASSIGN TO w-fuente-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-fuente.
           SELECT DOCUMENTO ASSIGN TO w-doc-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-documento.
           SELECT IMPRESION ASSIGN TO "..\impresion.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-impresion.
           SELECT CORREO ASSIGN TO "..\correo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-correo.
           SELECT PORTAL ASSIGN TO "..\portal.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-portal.
           SELECT NOENTREGADOS ASSIGN TO "..\noentregados.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-noentregados.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCLOG.
       01  doc-reg.
           03 doc-id.
              05 doc-fecha pic 9(8).
              05 doc-origen pic x(2).
              05 doc-nro pic 9(5).
      * C cliente, V vendedor, P proveedor
           03 doc-destinatario.
              05 doc-tipo-dest pic x.
              05 doc-destino pic 9(6).
           03 doc-nombre pic x(30).
           03 doc-referencia pic x(12).
           03 doc-lineas pic 9(5).
           03 doc-archivo pic x(40).
      * I impreso, E correo, W portal
           03 doc-canal pic x.
           03 doc-direccion pic x(50).
      * E enviado, N no entregado, R reenviado
           03 doc-estado pic x.
           03 doc-motivo pic x(20).
           03 doc-envios pic 9(2).
           03 doc-fecha-envio pic 9(8).
           03 doc-hora-envio pic 9(8).
           03 doc-operador pic x(8).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-nombre pic x(30).
           03 cte-direccion pic x(30).
           03 cte-cuit pic 9(11).
           03 cte-telefono pic x(15).
           03 cte-activo pic x.
           03 cte-condpago pic 9(2).
           03 cte-provincia pic 9(3).
           03 cte-cond-iibb pic x.
           03 cte-debito-cbu pic x(22).
           03 cte-debito-banco pic 9(3).
           03 cte-segmento pic x(10).
           03 cte-rfm pic 9(3).
           03 cte-canal pic x.
           03 cte-email pic x(50).
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-nombre pic x(30).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-proveedor pic 9(4).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  REBOTE.
       01  reb-reg.
           03 reb-doc-id pic x(15).
           03 reb-motivo pic x(20).
       FD  FUENTE.
       01  fue-linea pic x(100).
       FD  DOCUMENTO.
       01  dto-linea pic x(100).
       FD  IMPRESION.
       01  imp-linea pic x(100).
       FD  CORREO.
       01  cor-reg.
           03 cor-doc-id pic x(15).
           03 cor-direccion pic x(50).
           03 cor-asunto pic x(20).
           03 cor-referencia pic x(12).
           03 cor-archivo pic x(40).
       FD  PORTAL.
       01  por-reg.
           03 por-doc-id pic x(15).
           03 por-tipo-dest pic x.
           03 por-destino pic 9(6).
           03 por-asunto pic x(20).
           03 por-referencia pic x(12).
           03 por-archivo pic x(40).
       FD  NOENTREGADOS.
       01  noe-linea pic x(90).
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
       01  w-abend-programa pic x(15) value "DISTRIBUYEDOC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-doclog pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-proveedor pic xx.
       01  w-fs-rebote pic xx.
       01  w-fs-fuente pic xx.
       01  w-fs-documento pic xx.
       01  w-fs-impresion pic xx.
       01  w-fs-correo pic xx.
       01  w-fs-portal pic xx.
       01  w-fs-noentregados pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "DISTRIBUYEDOC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
      * entrada: fecha de la corrida y grupo de documentos (N los de
      * la corrida nocturna, M los del cierre mensual, blanco todos)
       01  w-entrada.
           03 w-ent-fecha pic x(8).
           03 w-ent-grupo pic x.
       01  w-fecha pic 9(8).
      * impresos que se reparten: codigo de origen, grupo, tipo de
      * destinatario, largo del prefijo de la linea de cabecera,
      * posicion y largo del codigo del destinatario en esa linea,
      * posicion y largo de la referencia (0 sin referencia), archivo,
      * prefijo de la cabecera y asunto para el correo y el portal
       01  w-fuentes-defecto.
           03 filler pic x(40) value
              "CMNC21022600000..\cartasmora.txt".
           03 filler pic x(30) value "AVISO DE MORA PARA:  ".
           03 filler pic x(20) value "AVISO DE MORA".
           03 filler pic x(40) value
              "NVNV21022300000..\notificaciones.txt".
           03 filler pic x(30) value "NOVEDADES VIP PARA:  ".
           03 filler pic x(20) value "NOVEDADES VIP".
           03 filler pic x(40) value
              "OCNP17039401808..\ordenescompra.txt".
           03 filler pic x(30) value "ORDEN DE COMPRA: ".
           03 filler pic x(20) value "ORDEN DE COMPRA".
           03 filler pic x(40) value
              "ECMC09010600000..\estadocta.txt".
           03 filler pic x(30) value "CLIENTE: ".
           03 filler pic x(20) value "ESTADO DE CUENTA".
           03 filler pic x(40) value
              "NIMC26027600000..\notasinteres.txt".
           03 filler pic x(30) value "NOTA DE INTERESES PARA:   ".
           03 filler pic x(20) value "NOTA DE INTERESES".
       01  w-fuentes-tab REDEFINES w-fuentes-defecto.
           03 w-src-item OCCURS 5 TIMES.
              05 w-src-origen pic x(2).
              05 w-src-grupo pic x.
              05 w-src-tipo pic x.
              05 w-src-largo-pref pic 9(2).
              05 w-src-pos-dest pic 9(3).
              05 w-src-largo-dest pic 9.
              05 w-src-pos-ref pic 9(3).
              05 w-src-largo-ref pic 9(2).
              05 w-src-archivo pic x(25).
              05 w-src-prefijo pic x(30).
              05 w-src-asunto pic x(20).
       01  w-cant-src pic 9(2) value 5.
       01  w-src pic 9(2).
       01  w-fuente-nombre pic x(25).
       01  w-doc-nombre pic x(40).
       01  w-largo-pref pic 9(2).
       01  w-pos-dest pic 9(3).
       01  w-largo-dest pic 9.
       01  w-pos-ref pic 9(3).
       01  w-largo-ref pic 9(2).
       01  w-guarda pic x(80) value all "=".
       01  w-flag-fuente pic 9.
           88 fin-fuente value 1.
       01  w-flag-doc pic 9.
           88 en-documento value 1.
       01  w-flag-cab pic 9.
           88 cab-encontrada value 1.
       01  w-flag-ya pic 9.
           88 doc-ya-registrado value 1.
       01  w-flag-copia pic 9.
           88 fin-copia value 1.
       01  w-flag-reb pic 9.
           88 fin-rebote value 1.
       01  w-flag-log pic 9.
           88 fin-log value 1.
      * documento en curso
       01  w-doc-id.
           03 w-doc-fecha pic 9(8).
           03 w-doc-origen pic x(2).
           03 w-doc-nro pic 9(5).
       01  w-tipo-dest pic x.
       01  w-destino pic 9(6).
       01  w-dest-texto pic x(6) JUSTIFIED RIGHT.
       01  w-dest-num REDEFINES w-dest-texto pic 9(6).
       01  w-referencia pic x(12).
       01  w-lineas pic 9(5).
       01  w-nombre pic x(30).
       01  w-canal pic x.
       01  w-email pic x(50).
       01  w-motivo pic x(20).
       01  w-estado pic x.
      * proveedores: proveedor.dat tiene un registro por articulo, se
      * arma la tabla por proveedor con el primer canal cargado
       01  w-tabla-prv.
           03 w-prv-item OCCURS 999 TIMES.
              05 w-prv-codigo pic 9(4).
              05 w-prv-nombre pic x(30).
              05 w-prv-canal pic x.
              05 w-prv-email pic x(50).
       01  w-cant-prv pic 9(3) value zero.
       01  w-idx-prv pic 9(3).
       01  w-pos-prv pic 9(3).
       01  w-flag-prv pic 9.
           88 fin-proveedor value 1.
       01  w-cant-impresos pic 9(6) value zero.
       01  w-cant-correo pic 9(6) value zero.
       01  w-cant-portal pic 9(6) value zero.
       01  w-cant-nuevos-n pic 9(6) value zero.
       01  w-cant-repetidos pic 9(6) value zero.
       01  w-cant-rebotes pic 9(6) value zero.
       01  w-cant-pendientes pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(35) value
              "DOCUMENTOS NO ENTREGADOS AL     ".
           03 l-fecha pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(16) value "DOCUMENTO".
           03 filler pic x(9) value "DESTINO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(2) value "C".
           03 filler pic x(21) value "MOTIVO".
           03 filler pic x(6) value "ENVIOS".
       01  lin-detalle.
           03 l-doc-id pic x(15).
           03 filler pic x value space.
           03 l-tipo-dest pic x.
           03 filler pic x value "-".
           03 l-destino pic 9(6).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-canal pic x.
           03 filler pic x value space.
           03 l-motivo pic x(20).
           03 filler pic x value space.
           03 l-envios pic z9.
       01  lin-total.
           03 filler pic x(26) value "TOTAL NO ENTREGADOS:      ".
           03 l-total pic zzz.zz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-ent-fecha IS NUMERIC
               MOVE w-ent-fecha TO w-fecha
           ELSE
               MOVE w-ctl-fecha TO w-fecha
           END-IF.
           PERFORM 100-INICIO.
           IF w-ent-grupo NOT = "M"
               PERFORM 200-PROCESAR-REBOTES
           END-IF.
           PERFORM 300-PROCESAR-FUENTE
               VARYING w-src FROM 1 BY 1 UNTIL w-src > w-cant-src.
           PERFORM 700-INFORME-NO-ENTREGADOS.
           CLOSE DOCLOG.
           CLOSE CLIENTE.
           CLOSE VENDOR.
           CLOSE IMPRESION.
           CLOSE CORREO.
           CLOSE PORTAL.
           DISPLAY "DOCUMENTOS LEIDOS:        " w-ctl-leidos.
           DISPLAY "YA DISTRIBUIDOS ANTES:    " w-cant-repetidos.
           DISPLAY "A IMPRESION:              " w-cant-impresos.
           DISPLAY "POR CORREO:               " w-cant-correo.
           DISPLAY "AL PORTAL:                " w-cant-portal.
           DISPLAY "REBOTES DE CORREO:        " w-cant-rebotes.
           DISPLAY "NUEVOS NO ENTREGADOS:     " w-cant-nuevos-n.
           DISPLAY "PENDIENTES DE ENTREGA:    " w-cant-pendientes.
           IF w-cant-nuevos-n > ZERO
               MOVE "NO ENTREGA" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * cada impreso de la corrida se parte en un documento por
      * destinatario (de guarda a guarda), se guarda en documentos\ y
      * se encamina por el canal que el destinatario tiene en su
      * maestro: impresion.txt, cola de correo o cola del portal. todo
      * documento queda en doclog.dat; uno ya registrado con la misma
      * fecha no se vuelve a mandar, asi la corrida se puede repetir
       100-INICIO.
           OPEN I-O DOCLOG.
           IF w-fs-doclog NOT = "00"
               OPEN OUTPUT DOCLOG
               CLOSE DOCLOG
               OPEN I-O DOCLOG
           END-IF.
           IF w-fs-doclog NOT = "00"
               MOVE "DOCLOG" TO w-abend-archivo
               MOVE w-fs-doclog TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00" AND NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENDOR.
           IF w-fs-vendor NOT = "00" AND NOT = "05"
               MOVE "VENDOR" TO w-abend-archivo
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 150-CARGAR-PROVEEDORES.
           OPEN EXTEND IMPRESION.
           IF w-fs-impresion NOT = "00"
               OPEN OUTPUT IMPRESION
           END-IF.
           IF w-fs-impresion NOT = "00"
               MOVE "IMPRESION" TO w-abend-archivo
               MOVE w-fs-impresion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND CORREO.
           IF w-fs-correo NOT = "00"
               OPEN OUTPUT CORREO
           END-IF.
           IF w-fs-correo NOT = "00"
               MOVE "CORREO" TO w-abend-archivo
               MOVE w-fs-correo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND PORTAL.
           IF w-fs-portal NOT = "00"
               OPEN OUTPUT PORTAL
           END-IF.
           IF w-fs-portal NOT = "00"
               MOVE "PORTAL" TO w-abend-archivo
               MOVE w-fs-portal TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       150-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDOR.
           IF w-fs-proveedor NOT = "00" AND NOT = "05"
               MOVE "PROVEEDOR" TO w-abend-archivo
               MOVE w-fs-proveedor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-prv.
           PERFORM 160-LEER-PROVEEDOR UNTIL fin-proveedor.
           CLOSE PROVEEDOR.

       160-LEER-PROVEEDOR.
           READ PROVEEDOR NEXT
               AT END MOVE 1 TO w-flag-prv
               NOT AT END
                   PERFORM 170-TABULAR-PROVEEDOR
           END-READ.

       170-TABULAR-PROVEEDOR.
           MOVE prv-proveedor TO w-destino.
           PERFORM 420-BUSCAR-PROVEEDOR.
           IF w-pos-prv = ZERO
               IF w-cant-prv < 999
                   ADD 1 TO w-cant-prv
                   MOVE prv-proveedor TO w-prv-codigo(w-cant-prv)
                   MOVE prv-nombre TO w-prv-nombre(w-cant-prv)
                   MOVE prv-canal TO w-prv-canal(w-cant-prv)
                   MOVE prv-email TO w-prv-email(w-cant-prv)
               ELSE
                   DISPLAY "TABLA DE PROVEEDORES LLENA - "
                           prv-proveedor " SIN CANAL"
               END-IF
           ELSE
               IF w-prv-canal(w-pos-prv) = SPACE
                   MOVE prv-canal TO w-prv-canal(w-pos-prv)
                   MOVE prv-email TO w-prv-email(w-pos-prv)
               END-IF
           END-IF.

      * el sistema de correo deja en correorebote.txt los envios que
      * volvieron; el documento pasa a no entregado con el motivo que
      * informa el servidor
       200-PROCESAR-REBOTES.
           OPEN INPUT REBOTE.
           IF w-fs-rebote NOT = "00" AND NOT = "05"
               MOVE "REBOTE" TO w-abend-archivo
               MOVE w-fs-rebote TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-reb.
           PERFORM 210-LEER-REBOTE UNTIL fin-rebote.
           CLOSE REBOTE.

       210-LEER-REBOTE.
           READ REBOTE
               AT END MOVE 1 TO w-flag-reb
               NOT AT END
                   PERFORM 220-MARCAR-REBOTE
           END-READ.

       220-MARCAR-REBOTE.
           MOVE reb-doc-id TO doc-id.
           READ DOCLOG KEY IS doc-id
               INVALID KEY
                   DISPLAY "REBOTE DE DOCUMENTO INEXISTENTE "
                           reb-doc-id
               NOT INVALID KEY
                   IF doc-estado NOT = "N"
                       MOVE "N" TO doc-estado
                       IF reb-motivo = SPACES
                           MOVE "CORREO REBOTADO" TO doc-motivo
                       ELSE
                           MOVE reb-motivo TO doc-motivo
                       END-IF
                       REWRITE doc-reg
                       ADD 1 TO w-cant-rebotes
                       ADD 1 TO w-cant-nuevos-n
                   END-IF
           END-READ.

       300-PROCESAR-FUENTE.
           IF w-ent-grupo = SPACE OR w-ent-grupo = w-src-grupo(w-src)
               PERFORM 310-LEER-FUENTE
           END-IF.

       310-LEER-FUENTE.
           MOVE w-src-archivo(w-src) TO w-fuente-nombre.
           MOVE w-src-largo-pref(w-src) TO w-largo-pref.
           MOVE w-src-pos-dest(w-src) TO w-pos-dest.
           MOVE w-src-largo-dest(w-src) TO w-largo-dest.
           MOVE w-src-pos-ref(w-src) TO w-pos-ref.
           MOVE w-src-largo-ref(w-src) TO w-largo-ref.
           OPEN INPUT FUENTE.
           IF w-fs-fuente NOT = "00"
               DISPLAY "NO HAY " w-fuente-nombre
                       " - NADA QUE DISTRIBUIR"
           ELSE
               MOVE ZERO TO w-flag-fuente
               MOVE ZERO TO w-flag-doc
               MOVE ZERO TO w-doc-nro
               PERFORM 320-LEER-LINEA UNTIL fin-fuente
               IF en-documento
                   PERFORM 400-CERRAR-DOCUMENTO
               END-IF
               CLOSE FUENTE
           END-IF.

       320-LEER-LINEA.
           READ FUENTE
               AT END MOVE 1 TO w-flag-fuente
               NOT AT END
                   PERFORM 330-TRATAR-LINEA
           END-READ.

       330-TRATAR-LINEA.
           IF fue-linea(1:80) = w-guarda
               IF en-documento
                   PERFORM 360-ESCRIBIR-LINEA
                   PERFORM 400-CERRAR-DOCUMENTO
               ELSE
                   PERFORM 340-ABRIR-DOCUMENTO
                   PERFORM 360-ESCRIBIR-LINEA
               END-IF
           ELSE
               IF en-documento
                   PERFORM 350-BUSCAR-CABECERA
                   PERFORM 360-ESCRIBIR-LINEA
               END-IF
           END-IF.

       340-ABRIR-DOCUMENTO.
           ADD 1 TO w-ctl-leidos.
           ADD 1 TO w-doc-nro.
           MOVE 1 TO w-flag-doc.
           MOVE ZERO TO w-flag-cab.
           MOVE w-fecha TO w-doc-fecha.
           MOVE w-src-origen(w-src) TO w-doc-origen.
           MOVE w-src-tipo(w-src) TO w-tipo-dest.
           MOVE ZERO TO w-destino.
           MOVE SPACES TO w-referencia.
           MOVE ZERO TO w-lineas.
           MOVE SPACES TO w-doc-nombre.
           STRING "..\documentos\" w-doc-id ".txt"
               DELIMITED BY SIZE INTO w-doc-nombre.
           MOVE w-doc-id TO doc-id.
           READ DOCLOG KEY IS doc-id
               INVALID KEY
                   MOVE ZERO TO w-flag-ya
               NOT INVALID KEY
                   MOVE 1 TO w-flag-ya
           END-READ.
           IF doc-ya-registrado
               ADD 1 TO w-cant-repetidos
           ELSE
               OPEN OUTPUT DOCUMENTO
               IF w-fs-documento NOT = "00"
                   MOVE "DOCUMENTO" TO w-abend-archivo
                   MOVE w-fs-documento TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.

      * la primera linea que empieza con el prefijo de cabecera del
      * impreso trae el codigo del destinatario
       350-BUSCAR-CABECERA.
           IF NOT cab-encontrada
              AND fue-linea(1:w-largo-pref)
                  = w-src-prefijo(w-src)(1:w-largo-pref)
               MOVE 1 TO w-flag-cab
               MOVE fue-linea(w-pos-dest:w-largo-dest) TO w-dest-texto
               INSPECT w-dest-texto REPLACING ALL SPACE BY ZERO
               IF w-dest-num IS NUMERIC
                   MOVE w-dest-num TO w-destino
               END-IF
               IF w-pos-ref > ZERO
                   MOVE fue-linea(w-pos-ref:w-largo-ref)
                       TO w-referencia
               END-IF
           END-IF.

       360-ESCRIBIR-LINEA.
           IF NOT doc-ya-registrado
               MOVE fue-linea TO dto-linea
               WRITE dto-linea
               ADD 1 TO w-lineas
           END-IF.

       400-CERRAR-DOCUMENTO.
           MOVE ZERO TO w-flag-doc.
           IF NOT doc-ya-registrado
               CLOSE DOCUMENTO
               PERFORM 410-BUSCAR-DESTINATARIO
               PERFORM 450-ENCAMINAR
               PERFORM 480-REGISTRAR-DOCUMENTO
           END-IF.

      * canal en blanco en el maestro es impreso, como antes
       410-BUSCAR-DESTINATARIO.
           MOVE SPACES TO w-nombre.
           MOVE SPACES TO w-email.
           MOVE SPACES TO w-motivo.
           MOVE SPACE TO w-canal.
           IF NOT cab-encontrada OR w-destino = ZERO
               MOVE "SIN DESTINATARIO" TO w-motivo
           ELSE
               EVALUATE w-tipo-dest
                   WHEN "C"
                       MOVE w-destino TO cte-codigo
                       READ CLIENTE
                           INVALID KEY
                               MOVE "DESTINO INEXISTENTE" TO w-motivo
                           NOT INVALID KEY
                               MOVE cte-nombre TO w-nombre
                               MOVE cte-canal TO w-canal
                               MOVE cte-email TO w-email
                       END-READ
                   WHEN "V"
                       MOVE w-destino TO vend-codigo
                       READ VENDOR
                           INVALID KEY
                               MOVE "DESTINO INEXISTENTE" TO w-motivo
                           NOT INVALID KEY
                               MOVE vend-nombre TO w-nombre
                               MOVE vend-canal TO w-canal
                               MOVE vend-email TO w-email
                       END-READ
                   WHEN "P"
                       PERFORM 420-BUSCAR-PROVEEDOR
                       IF w-pos-prv = ZERO
                           MOVE "DESTINO INEXISTENTE" TO w-motivo
                       ELSE
                           MOVE w-prv-nombre(w-pos-prv) TO w-nombre
                           MOVE w-prv-canal(w-pos-prv) TO w-canal
                           MOVE w-prv-email(w-pos-prv) TO w-email
                       END-IF
               END-EVALUATE
           END-IF.
           IF w-canal NOT = "E" AND w-canal NOT = "W"
               MOVE "I" TO w-canal
           END-IF.
           IF w-motivo = SPACES AND w-canal = "E" AND w-email = SPACES
               MOVE "SIN CORREO" TO w-motivo
           END-IF.

       420-BUSCAR-PROVEEDOR.
           MOVE ZERO TO w-pos-prv.
           PERFORM 425-COMPARAR-PROVEEDOR
               VARYING w-idx-prv FROM 1 BY 1
               UNTIL w-idx-prv > w-cant-prv OR w-pos-prv > ZERO.

       425-COMPARAR-PROVEEDOR.
           IF w-prv-codigo(w-idx-prv) = w-destino
               MOVE w-idx-prv TO w-pos-prv
           END-IF.

       450-ENCAMINAR.
           IF w-motivo NOT = SPACES
               MOVE "N" TO w-estado
               ADD 1 TO w-cant-nuevos-n
               DISPLAY "NO ENTREGADO " w-doc-id " " w-tipo-dest
                       w-destino " " w-motivo
           ELSE
               MOVE "E" TO w-estado
               ADD 1 TO w-ctl-escritos
               EVALUATE w-canal
                   WHEN "E"
                       PERFORM 460-ENCOLAR-CORREO
                   WHEN "W"
                       PERFORM 465-ENCOLAR-PORTAL
                   WHEN OTHER
                       PERFORM 470-ENVIAR-IMPRESION
               END-EVALUATE
           END-IF.

       460-ENCOLAR-CORREO.
           MOVE w-doc-id TO cor-doc-id.
           MOVE w-email TO cor-direccion.
           MOVE w-src-asunto(w-src) TO cor-asunto.
           MOVE w-referencia TO cor-referencia.
           MOVE w-doc-nombre TO cor-archivo.
           WRITE cor-reg.
           ADD 1 TO w-cant-correo.

       465-ENCOLAR-PORTAL.
           MOVE w-doc-id TO por-doc-id.
           MOVE w-tipo-dest TO por-tipo-dest.
           MOVE w-destino TO por-destino.
           MOVE w-src-asunto(w-src) TO por-asunto.
           MOVE w-referencia TO por-referencia.
           MOVE w-doc-nombre TO por-archivo.
           WRITE por-reg.
           ADD 1 TO w-cant-portal.

       470-ENVIAR-IMPRESION.
           OPEN INPUT DOCUMENTO.
           IF w-fs-documento NOT = "00"
               MOVE "DOCUMENTO" TO w-abend-archivo
               MOVE w-fs-documento TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-copia.
           PERFORM 475-COPIAR-LINEA UNTIL fin-copia.
           CLOSE DOCUMENTO.
           ADD 1 TO w-cant-impresos.

       475-COPIAR-LINEA.
           READ DOCUMENTO
               AT END MOVE 1 TO w-flag-copia
               NOT AT END
                   MOVE dto-linea TO imp-linea
                   WRITE imp-linea
           END-READ.

       480-REGISTRAR-DOCUMENTO.
           MOVE w-doc-id TO doc-id.
           MOVE w-tipo-dest TO doc-tipo-dest.
           MOVE w-destino TO doc-destino.
           MOVE w-nombre TO doc-nombre.
           MOVE w-referencia TO doc-referencia.
           MOVE w-lineas TO doc-lineas.
           MOVE w-doc-nombre TO doc-archivo.
           MOVE w-canal TO doc-canal.
           IF w-canal = "E"
               MOVE w-email TO doc-direccion
           ELSE
               MOVE SPACES TO doc-direccion
           END-IF.
           MOVE w-estado TO doc-estado.
           MOVE w-motivo TO doc-motivo.
           IF w-estado = "E"
               MOVE 1 TO doc-envios
           ELSE
               MOVE ZERO TO doc-envios
           END-IF.
           MOVE w-ctl-fecha TO doc-fecha-envio.
           ACCEPT doc-hora-envio FROM TIME.
           MOVE "LOTE" TO doc-operador.
           WRITE doc-reg
               INVALID KEY
                   DISPLAY "DOCUMENTO YA REGISTRADO " w-doc-id
           END-WRITE.

      * todo lo que sigue sin entregar, de esta corrida o de antes,
      * hasta que se reenvie desde reenviaDoc
       700-INFORME-NO-ENTREGADOS.
           OPEN OUTPUT NOENTREGADOS.
           IF w-fs-noentregados NOT = "00"
               MOVE "NOENTREGADOS" TO w-abend-archivo
               MOVE w-fs-noentregados TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha TO l-fecha.
           MOVE lin-titulo TO noe-linea.
           WRITE noe-linea.
           MOVE SPACES TO noe-linea.
           WRITE noe-linea.
           MOVE lin-cabecera TO noe-linea.
           WRITE noe-linea.
           MOVE ZERO TO w-flag-log.
           MOVE LOW-VALUES TO doc-id.
           START DOCLOG KEY IS >= doc-id
               INVALID KEY MOVE 1 TO w-flag-log
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 710-LEER-LOG UNTIL fin-log.
           MOVE SPACES TO noe-linea.
           WRITE noe-linea.
           MOVE w-cant-pendientes TO l-total.
           MOVE lin-total TO noe-linea.
           WRITE noe-linea.
           CLOSE NOENTREGADOS.

       710-LEER-LOG.
           READ DOCLOG NEXT
               AT END MOVE 1 TO w-flag-log
               NOT AT END
                   IF doc-estado = "N"
                       PERFORM 720-LINEA-NO-ENTREGADO
                   END-IF
           END-READ.

       720-LINEA-NO-ENTREGADO.
           ADD 1 TO w-cant-pendientes.
           MOVE doc-id TO l-doc-id.
           MOVE doc-tipo-dest TO l-tipo-dest.
           MOVE doc-destino TO l-destino.
           MOVE doc-nombre TO l-nombre.
           MOVE doc-canal TO l-canal.
           MOVE doc-motivo TO l-motivo.
           MOVE doc-envios TO l-envios.
           MOVE lin-detalle TO noe-linea.
           WRITE noe-linea.

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

           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  VENDELTA.
       01  del-tex-reg.
           03 del-tex-accion pic x.
           03 del-tex-region pic x(15).
           03 del-tex-fecalta pic x(8).
           03 del-tex-activo pic x.
           03 del-tex-canal pic x.
           03 del-tex-email pic x(50).
       FD  VENDRECHAZO.
       01  rej-reg.
           03 rej-codigo pic x(3).
           MOVE del-tex-region TO vend-region.
           MOVE del-tex-fecalta TO vend-fecha-alta.
           MOVE del-tex-activo TO vend-activo.
           IF del-tex-canal = "I" OR "E" OR "W"
               MOVE del-tex-canal TO vend-canal
           ELSE
               MOVE "I" TO vend-canal
           END-IF.
           MOVE del-tex-email TO vend-email.
       390-RECHAZAR-DELTA.
           MOVE del-tex-codigo TO rej-codigo.
           MOVE del-tex-nombre TO rej-nombre.

           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).

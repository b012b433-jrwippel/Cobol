               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqbackup01.

           03  bkp-dt-admissao           pic 9(08).
           03  bkp-dt-demissao           pic 9(08).
           03  bkp-sit-funcionario       pic x(01).
           03  bkp-cd-centro-custo       pic 9(05).

       fd  arqjoblog01.

            move reg-dt-admissao        to bkp-dt-admissao
            move reg-dt-demissao        to bkp-dt-demissao
            move reg-sit-funcionario    to bkp-sit-funcionario
            move reg-cd-centro-custo    to bkp-cd-centro-custo
            write reg-arq-backup-01
            if   not ws-gravacao-ok
                 display "PROGRAMA02: erro ao gravar backup - "

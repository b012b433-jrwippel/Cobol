               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       sd  arqordenado01.


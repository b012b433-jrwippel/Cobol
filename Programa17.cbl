      *>               . 13º salário (o bruto da 2ª parcela, que é o 13º
      *>                 cheio; só a 1ª, se a 2ª ainda não rodou);
      *>               . salário família;
      *>               . INSS retido e IRRF retido (mensais e de 13º);
      *>               . pensão alimentícia judicial paga (fol-vl-pensao,
      *>                 mensal e de 13º), dedutível na declaração.
      *>
      *>            Imprime um informe por funcionário em INFORME.AAAA e o
      *>            arquivo-resumo da empresa RESUMOIR.AAAA com os mesmos
           03  fol-vl-emprestimo         pic 9(07)v99.
           03  fol-vl-fgts               pic 9(07)v99.
           03  fol-vl-inss-patronal      pic 9(07)v99.
           03  fol-vl-pensao             pic 9(07)v99.
           03  fol-vl-retroativo         pic 9(07)v99.
           03  fol-cd-centro-custo       pic 9(05).

       fd  arqinforme01.

               05 wtb-vl-irrf              pic 9(07)v99.
               05 wtb-vl-decimo-p1         pic 9(07)v99.
               05 wtb-vl-decimo-p2         pic 9(07)v99.
               05 wtb-vl-pensao            pic 9(07)v99.

       01   ws-valores-informe.
            03 ws-vl-decimo-informe        pic 9(07)v99.
            03 ws-tt-familia               pic 9(11)v99 value zeros.
            03 ws-tt-inss                  pic 9(11)v99 value zeros.
            03 ws-tt-irrf                  pic 9(11)v99 value zeros.
            03 ws-tt-pensao                pic 9(11)v99 value zeros.

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
            end-evaluate
            add fol-vl-inss to wtb-vl-inss (ws-ix-entrada)
            add fol-vl-irrf to wtb-vl-irrf (ws-ix-entrada)
            if   fol-vl-pensao is numeric
                 add fol-vl-pensao to wtb-vl-pensao (ws-ix-entrada)
            end-if

            read arqfolhames01.
       2200-acumula-pagamento-exit.
            move "IRRF RETIDO"            to wlv-descricao
            move wtb-vl-irrf (ws-ix-entrada) to wlv-valor
            write reg-arq-informe-01 from ws-linha-verba
            move "PENSAO ALIMENTICIA PAGA" to wlv-descricao
            move wtb-vl-pensao (ws-ix-entrada) to wlv-valor
            write reg-arq-informe-01 from ws-linha-verba
            if   not ws-informe-ok
                 display "PROGRAMA17: erro ao gravar informe - "
                         ws-resultado-acesso-inform
            add wtb-vl-familia (ws-ix-entrada)    to ws-tt-familia
            add wtb-vl-inss (ws-ix-entrada)       to ws-tt-inss
            add wtb-vl-irrf (ws-ix-entrada)       to ws-tt-irrf
            add wtb-vl-pensao (ws-ix-entrada)     to ws-tt-pensao

            add 1 to ws-ix-entrada.
       2510-imprime-informe-funcionario-exit.
            move "IRRF RETIDO"            to wlv-descricao
            move ws-tt-irrf               to wlv-valor
            write reg-arq-resumo-01 from ws-linha-verba
            move "PENSAO ALIMENTICIA PAGA" to wlv-descricao
            move ws-tt-pensao             to wlv-valor
            write reg-arq-resumo-01 from ws-linha-verba
            write reg-arq-resumo-01 from ws-linha-separadora
            if   not ws-resumo-ok
                 display "PROGRAMA17: erro ao gravar resumo - "

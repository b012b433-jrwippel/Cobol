      *>            FUNCION.CAD, para o digitador corrigir banco, agência e
      *>            conta no PROGRAMA01 antes da remessa complementar.
      *>
      *>            Créditos de pensão alimentícia (seu número com prefixo
      *>            PENSA, gerados pelo PROGRAMA07 a partir de
      *>            PENSAOMES.AAAAMM) não casam com FOLHAMES: saem na
      *>            relação com o beneficiário e, rejeitados, vão para a
      *>            fila com os dados bancários devolvidos pelo banco, para
      *>            acerto no PROGRAMA18.
      *>
      *>            Pagamentos da folha sem ocorrência no retorno e
      *>            ocorrências sem pagamento correspondente na folha são
      *>            apontados em separado, com totais por situação.
               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqfolhames01.

           03  fol-vl-emprestimo         pic 9(07)v99.
           03  fol-vl-fgts               pic 9(07)v99.
           03  fol-vl-inss-patronal      pic 9(07)v99.
           03  fol-vl-pensao             pic 9(07)v99.
           03  fol-vl-retroativo         pic 9(07)v99.
           03  fol-cd-centro-custo       pic 9(05).

       fd  arqretorno01.

            03 ws-qt-sem-retorno           pic 9(06) value zeros.
            03 ws-qt-nao-consta            pic 9(06) value zeros.
            03 ws-qt-valor-divergente      pic 9(06) value zeros.
            03 ws-qt-pensoes               pic 9(06) value zeros.
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-controle-execucao.
               05 ret-doc-prefixo          pic x(05).
               05 ret-doc-competencia      pic 9(06).
               05 ret-doc-cd-funcionario   pic 9(07).
               05 ret-doc-nu-sequencia     pic x(02).
            03 ret-dt-pagamento            pic 9(08).
            03 ret-tp-moeda                pic x(03).
            03 filler                      pic x(15).
                  "VALORES DIVERGENTES".
               05 wt5-quantidade           pic zzz.zz9.
               05 filler                   pic x(63) value spaces.
            03 ws-linha-total-pensoes.
               05 filler                   pic x(30) value
                  "OCORRENCIAS DE PENSAO".
               05 wt6-quantidade           pic zzz.zz9.
               05 filler                   pic x(63) value spaces.

      *>============================================================================================
       procedure division.
                 go to 2300-processa-retorno-exit
            end-if

            if   ret-doc-prefixo = "PENSA"
                 perform 2370-processa-pensao
                 read arqretorno01
                 go to 2300-processa-retorno-exit
            end-if

            perform 2350-localiza-pagamento
            if   pagamento-nao-achado
                 add 1 to ws-qt-nao-consta
       2360-compara-pagamento-exit.
            exit.

      *>============================================================================================
      *>            Crédito de pensão ao beneficiário: a referência é o
      *>            próprio segmento devolvido (nome e conta do
      *>            beneficiário), já que FOLHAMES só traz o total
      *>            descontado do funcionário.
      *>============================================================================================
       2370-processa-pensao section.
       2370.
            add 1 to ws-qt-pensoes
            perform 2400-descreve-ocorrencia
            move ret-doc-cd-funcionario to wlo-cd-funcionario
            move ret-no-favorecido      to wlo-no-funcionario
            move ret-vl-pagamento       to wlo-vl-pagamento
            move ws-ds-motivo           to wlo-ds-situacao
            write reg-arq-relatorio-01 from ws-linha-ocorrencia
            if   not ws-gravacao-ok
                 perform 7300-erro-gravacao-relatorio
            end-if

            if   credito-confirmado
                 add 1 to ws-qt-confirmados
            else
                 add 1 to ws-qt-rejeitados
                 move ret-doc-cd-funcionario  to wlf-cd-funcionario
                 move ret-no-favorecido       to wlf-no-funcionario
                 move ret-cd-banco-favorecido to wlf-cd-banco
                 move ret-nu-agencia          to wlf-nu-agencia
                 move ret-nu-conta            to wlf-nu-conta
                 move ret-dv-conta            to wlf-dv-conta
                 move ws-ds-motivo            to wlf-ds-motivo
                 write reg-arq-filareg-01 from ws-linha-fila
                 if   not ws-fila-ok
                      perform 7310-erro-gravacao-fila
                 end-if
            end-if.
       2370-exit.
            exit.

      *>============================================================================================
      *>            Traduz o código de ocorrência devolvido pelo banco nas
      *>            posições finais do segmento A. "00" é crédito efetivado;
            move ws-qt-nao-consta        to wt4-quantidade
            write reg-arq-relatorio-01 from ws-linha-total-nao-consta
            move ws-qt-valor-divergente  to wt5-quantidade
            write reg-arq-relatorio-01 from ws-linha-total-divergentes
            move ws-qt-pensoes           to wt6-quantidade
            write reg-arq-relatorio-01 from ws-linha-total-pensoes.
       2700-exit.
            exit.


      *>            conta zerados) NÃO entram na remessa e são apontados na
      *>            relação de conferência para regularização no PROGRAMA01.
      *>
      *>            Pensões alimentícias descontadas pelo PROGRAMA05 vêm
      *>            de PENSAOMES.AAAAMM (uma linha por beneficiário) e
      *>            entram no mesmo lote, com um segmento A por
      *>            beneficiário creditado na conta dele; o "seu número"
      *>            começa com PENSA para o PROGRAMA11 separar o retorno.
      *>            Sem o arquivo, a competência não tem pensões.
      *>
      *>            Com a remessa gerada, a competência é FECHADA em
      *>            FECHAFOL.CAD: nova execução deste programa (e do
      *>            PROGRAMA05) para a mesma competência é recusada com
      *>            crédito em dobro no banco. A reabertura é restrita ao
      *>            supervisor, no PROGRAMA15, com o motivo registrado.
      *>
      *>            Com FOLHA_EXIGE_COMPARATIVO=S a remessa só é gerada
      *>            depois do comparativo entre competências (PROGRAMA20):
      *>            o registro CONFFOL.AAAAMM precisa existir e a quantidade
      *>            de funcionários e o total líquido nele gravados precisam
      *>            bater com o FOLHAMES atual. Folha regerada depois da
      *>            conferência exige novo comparativo; sem isso a execução
      *>            é recusada com código de retorno 12.
      *>
      *>            Dados da empresa pagadora pelas variáveis de ambiente
      *>            EMPRESA_NOME, EMPRESA_CNPJ, EMPRESA_BANCO,
      *>            EMPRESA_AGENCIA, EMPRESA_CONTA e EMPRESA_DV_CONTA;
      *>            default a data da geração); competência por
      *>            FOLHA_COMPETENCIA como no PROGRAMA05.
      *>
      *>            A linha INICIO do log de execução leva a competência;
      *>            com ela a auditoria do PROGRAMA26 aponta alterações de
      *>            dados bancários feitas entre a folha e a remessa.
      *>

      *>============================================================================================
       environment division.
                   record key      is fch-chave
                   file status     is ws-resultado-acesso-fecha.

            select arqpensaomes01 assign to disk wid-arqpensaomes01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-pensmes.

            select arqcomparativo01 assign to disk wid-arqcomparativo01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-compar.

      *>============================================================================================
       data division.

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

       fd  arqremessa01.

           03  fch-op-reabertura         pic x(10).
           03  fch-ds-motivo-reabertura  pic x(60).

       fd  arqpensaomes01.

       01  reg-arq-pensaomes-01.
           03  pem-nu-competencia        pic 9(06).
           03  pem-cd-funcionario        pic 9(07).
           03  pem-nu-sequencia          pic 9(02).
           03  pem-no-beneficiario       pic x(30).
           03  pem-cp-beneficiario       pic 9(11).
           03  pem-dados-bancarios.
               05  pem-cd-banco          pic 9(03).
               05  pem-nu-agencia        pic 9(05).
               05  pem-nu-conta          pic 9(10).
               05  pem-dv-conta          pic x(01).
               05  pem-tp-conta          pic x(01).
           03  pem-vl-pensao             pic 9(07)v99.

       fd  arqcomparativo01.

       01  reg-arq-comparativo-01.
           03  cfc-nu-competencia        pic 9(06).
           03  cfc-qt-funcionarios       pic 9(07).
           03  cfc-vl-total-liquido      pic 9(11)v99.
           03  cfc-dt-execucao           pic 9(08).
           03  cfc-hr-execucao           pic 9(06).

      *>============================================================================================
       working-storage section.

            03 ws-tt-valor-remessa         pic 9(11)v99 value zeros.
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-controle-pensao.
            03 ws-resultado-acesso-pensmes pic x(2).
               88 ws-pensmes-ok            value "00" "02".
               88 ws-pensmes-inexistente   value "35".
            03 ws-qt-pensoes-incluidas     pic 9(06) value zeros.
            03 ws-tt-valor-pensoes         pic 9(11)v99 value zeros.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
               88 execucao-recusada        value "S".
               88 execucao-liberada        value "N".

       01   ws-controle-comparativo.
            03 ws-resultado-acesso-compar  pic x(2).
               88 ws-comparativo-ok        value "00" "02".
            03 ws-sw-exige-comparativo     pic x(01).
               88 comparativo-exigido      value "S".
            03 ws-qt-conferida             pic 9(07) value zeros.
            03 ws-tt-liquido-conferido     pic 9(11)v99 value zeros.

       01   ws-configuracao-arquivos.
            03 wid-arqindexado01           pic x(100).
            03 wid-arqfolhames01           pic x(150).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 wid-arqfechafol01           pic x(100).
            03 ws-caminho-arqfechafol01    pic x(100).
            03 wid-arqpensaomes01          pic x(150).
            03 wid-arqcomparativo01        pic x(150).
            03 ws-caminho-arqindexado01    pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
                  "SEM DADOS BANCARIOS".
               05 wtr-quantidade           pic zzz.zz9.
               05 filler                   pic x(48) value spaces.
            03 ws-linha-titulo-pensoes.
               05 filler                   pic x(80) value
                  "PENSAO ALIMENTICIA - CREDITO AOS BENEFICIARIOS".
            03 ws-linha-total-pensoes.
               05 filler                   pic x(25) value
                  "  DOS QUAIS PENSOES".
               05 wtp-quantidade           pic zzz.zz9.
               05 filler                   pic x(03) value spaces.
               05 wtp-valor                pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(28) value spaces.

      *>============================================================================================
       procedure division.
       1000.
            perform 1050-obtem-caminhos
            perform 1100-obtem-dados-empresa
            move spaces to ws-evento-log
            string "INICIO COMPETENCIA=" ws-nu-competencia
                   into ws-evento-log
            perform 7000-grava-log.
       1000-exit.
            exit.
                   ws-nu-competencia              delimited by size
                   into wid-arqconferencia01

            move spaces to wid-arqpensaomes01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\PENSAOMES."                  delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqpensaomes01

            move spaces to wid-arqcomparativo01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\CONFFOL."                    delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqcomparativo01

            move spaces to ws-sw-exige-comparativo
            accept ws-sw-exige-comparativo from environment "FOLHA_EXIGE_COMPARATIVO"

            move spaces to ws-caminho-arqjoblog01
            accept ws-caminho-arqjoblog01 from environment "JOBLOG_PATH"
            if   ws-caminho-arqjoblog01 = spaces
                 exit section
            end-if

            if   comparativo-exigido
                 perform 2020-verifica-comparativo
                 if   execucao-recusada
                      exit section
                 end-if
            end-if

            open input arqfolhames01
            if   not ws-folha-ok
                 display "PROGRAMA07: erro ao abrir FOLHAMES - "
               thru 2300-processa-pagamento-exit
               until not ws-folha-ok or ws-codigo-retorno not = zeros

            if   ws-codigo-retorno = zeros
                 perform 2350-processa-pensoes
            end-if

            if   ws-codigo-retorno = zeros
                 perform 2400-grava-trailers
                 perform 2500-imprime-totais
                 display "PROGRAMA07: remessa gerada - " wid-arqremessa01
                 display "PROGRAMA07: conferência gerada - " wid-arqconferencia01
                 display "PROGRAMA07: pagamentos incluídos - " ws-qt-incluidos
                 display "PROGRAMA07: dos quais pensões - " ws-qt-pensoes-incluidas
                 display "PROGRAMA07: sem dados bancários - " ws-qt-sem-dados-bancarios
            end-if.
       2000-exit.
       2010-exit.
            exit.

      *>============================================================================================
      *>            Remessa só depois da conferência da folha no PROGRAMA20.
      *>            O FOLHAMES é somado aqui e comparado com o que foi
      *>            conferido, para que um PROGRAMA05 rodado depois do
      *>            comparativo não passe com a conferência antiga.
      *>============================================================================================
       2020-verifica-comparativo section.
       2020.
            open input arqcomparativo01
            if   not ws-comparativo-ok
                 set  execucao-recusada to true
                 display "PROGRAMA07: comparativo da competência "
                         ws-nu-competencia " não executado"
                 display "PROGRAMA07: execute antes o PROGRAMA20 da competência"
                 move 12 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "COMPETENCIA " ws-nu-competencia
                        " SEM COMPARATIVO - EXECUCAO RECUSADA"
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            read arqcomparativo01
            if   not ws-comparativo-ok
      *>            Registro vazio ou ilegível nunca confere com a folha.
                 move 9999999 to cfc-qt-funcionarios
                 move zeros   to cfc-vl-total-liquido
            end-if
            close arqcomparativo01

            open input arqfolhames01
            if   not ws-folha-ok
      *>            Sem FOLHAMES o erro sai na abertura do processamento.
                 exit section
            end-if
            read arqfolhames01
            perform 2025-soma-folha
               thru 2025-soma-folha-exit
               until not ws-folha-ok
            close arqfolhames01

            if   ws-qt-conferida not = cfc-qt-funcionarios
            or   ws-tt-liquido-conferido not = cfc-vl-total-liquido
                 set  execucao-recusada to true
                 display "PROGRAMA07: FOLHAMES alterado depois do comparativo"
                 display "PROGRAMA07: execute novamente o PROGRAMA20 da competência"
                 move 12 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "COMPETENCIA " ws-nu-competencia
                        " FOLHA DIFERE DO COMPARATIVO - EXECUCAO RECUSADA"
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
       2020-exit.
            exit.

      *>============================================================================================
       2025-soma-folha section.
       2025.
            add 1                      to ws-qt-conferida
            add fol-vl-salario-liquido to ws-tt-liquido-conferido
            read arqfolhames01.
       2025-soma-folha-exit.
            exit.

      *>============================================================================================
       2100-grava-headers section.
       2100.
       2320-exit.
            exit.

      *>============================================================================================
      *>            Pensões alimentícias da competência, depois dos
      *>            salários e no mesmo lote. Beneficiário sem banco ou
      *>            conta fica fora da remessa e vai para a conferência,
      *>            para acerto no PROGRAMA18.
      *>============================================================================================
       2350-processa-pensoes section.
       2350.
            open input arqpensaomes01
            if   ws-pensmes-inexistente
                 exit section
            end-if
            if   not ws-pensmes-ok
                 display "PROGRAMA07: erro ao abrir pensões do mês - "
                         ws-resultado-acesso-pensmes
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR PENSAOMES STATUS " ws-resultado-acesso-pensmes
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            read arqpensaomes01
            if   ws-pensmes-ok
                 write reg-arq-conferencia-01 from ws-linha-titulo-pensoes
                 if   not ws-conferencia-ok
                      perform 7310-erro-gravacao-conferencia
                 end-if
            end-if
            perform 2360-processa-beneficiario
               thru 2360-processa-beneficiario-exit
               until not ws-pensmes-ok or ws-codigo-retorno not = zeros
            close arqpensaomes01.
       2350-exit.
            exit.

      *>============================================================================================
       2360-processa-beneficiario section.
       2360.
            if   pem-cd-banco = zeros
            or   pem-nu-conta = zeros
                 add 1 to ws-qt-sem-dados-bancarios
                 move pem-cd-funcionario  to wlr-cd-funcionario
                 move pem-no-beneficiario to wlr-no-funcionario
                 write reg-arq-conferencia-01 from ws-linha-rejeitado
                 if   not ws-conferencia-ok
                      perform 7310-erro-gravacao-conferencia
                 end-if
            else
                 perform 2370-grava-segmento-a-pensao
                 move pem-cd-funcionario  to wld-cd-funcionario
                 move pem-no-beneficiario to wld-no-funcionario
                 move pem-cd-banco        to wld-cd-banco
                 move pem-nu-agencia      to wld-nu-agencia
                 move pem-nu-conta        to wld-nu-conta
                 move pem-dv-conta        to wld-dv-conta
                 move pem-vl-pensao       to wld-vl-liquido
                 write reg-arq-conferencia-01 from ws-linha-detalhe
                 if   not ws-conferencia-ok
                      perform 7310-erro-gravacao-conferencia
                 end-if
                 add 1                    to ws-qt-incluidos
                 add 1                    to ws-qt-pensoes-incluidas
                 add pem-vl-pensao        to ws-tt-valor-remessa
                 add pem-vl-pensao        to ws-tt-valor-pensoes
            end-if
            if   ws-codigo-retorno = zeros
                 read arqpensaomes01
            end-if.
       2360-processa-beneficiario-exit.
            exit.

      *>============================================================================================
       2370-grava-segmento-a-pensao section.
       2370.
            add  1                      to ws-nu-sequencial-detalhe
            move ws-cd-banco-empresa    to rem3-cd-banco
            move ws-nu-sequencial-detalhe to rem3-nu-sequencial
            move pem-cd-banco           to rem3-cd-banco-favorecido
            move pem-nu-agencia         to rem3-nu-agencia
            move pem-nu-conta           to rem3-nu-conta
            move pem-dv-conta           to rem3-dv-conta
            move pem-no-beneficiario    to rem3-no-favorecido
      *>            Mesmo formato do "seu número" dos salários, com prefixo
      *>            PENSA e a sequência da pensão no fim.
            move spaces                 to rem3-nu-documento
            string "PENSA"              delimited by size
                   pem-nu-competencia   delimited by size
                   pem-cd-funcionario   delimited by size
                   pem-nu-sequencia     delimited by size
                   into rem3-nu-documento
            move ws-dt-pagamento        to rem3-dt-pagamento
            move pem-vl-pensao          to rem3-vl-pagamento
            write reg-arq-remessa-01 from ws-rem-segmento-a
            if   not ws-remessa-ok
                 perform 7300-erro-gravacao-remessa
            end-if.
       2370-exit.
            exit.

      *>============================================================================================
       2400-grava-trailers section.
       2400.
            move ws-qt-incluidos        to wti-quantidade
            move ws-tt-valor-remessa    to wti-valor
            write reg-arq-conferencia-01 from ws-linha-total-incluidos
            if   ws-qt-pensoes-incluidas not = zeros
                 move ws-qt-pensoes-incluidas to wtp-quantidade
                 move ws-tt-valor-pensoes     to wtp-valor
                 write reg-arq-conferencia-01 from ws-linha-total-pensoes
            end-if
            move ws-qt-sem-dados-bancarios to wtr-quantidade
            write reg-arq-conferencia-01 from ws-linha-total-rejeitados
            if   not ws-conferencia-ok
            if   ws-codigo-retorno = zeros
                 move spaces to ws-evento-log
                 string "FIM RC=0000 INCLUIDOS=" ws-qt-incluidos
                        " PENSOES=" ws-qt-pensoes-incluidas
                        " SEM-DADOS-BANCARIOS=" ws-qt-sem-dados-bancarios
                        into ws-evento-log
            else

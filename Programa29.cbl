      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA29.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Custo da Folha por Centro de Custo
      *>            --------------------------------------------------------
      *>            Relatório mensal para o financeiro, rodado depois do
      *>            PROGRAMA05. Lê o FOLHAMES da competência, ordena por
      *>            fol-cd-centro-custo (o centro fotografado no cálculo,
      *>            não o atual do cadastro) e emite em CUSTOCC.AAAAMM, para
      *>            cada centro de custo, os funcionários com:
      *>
      *>               . salário bruto;
      *>               . descontos: INSS, IRRF e OUTROS (bruto - líquido -
      *>                 INSS - IRRF, ou seja pensão, adiantamento,
      *>                 empréstimo e, na 2ª parcela do 13º, a 1ª parcela);
      *>               . salário líquido;
      *>               . encargos da empresa: FGTS e INSS patronal, os mesmos
      *>                 valores por funcionário que formam GUIARECO.AAAAMM;
      *>               . custo total = bruto + FGTS + INSS patronal.
      *>
      *>            Cada centro fecha com subtotal e quantidade de
      *>            funcionários; o relatório fecha com o total geral e com
      *>            os mesmos totais da página final de HOLERITE.AAAAMM
      *>            (funcionários, bruto, INSS, IRRF, pensão, líquido, FGTS
      *>            e INSS patronal), para conferência com a contabilidade.
      *>
      *>            Descrição e responsável vêm de CCUSTO.CAD (PROGRAMA27).
      *>            Folhas calculadas antes do centro de custo existir, ou
      *>            funcionários ainda não convertidos (PROGRAMA28), saem
      *>            agrupados em "SEM CENTRO DE CUSTO" com código de retorno
      *>            4, assim como centros que não estão mais no cadastro.
      *>
      *>            Competência por FOLHA_COMPETENCIA como no PROGRAMA05;
      *>            diretório por FOLHA_MES_DIR; log em JOBLOG_PATH e código
      *>            de retorno 8 em erro de arquivo.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqccusto01 assign to disk wid-arqccusto01
                   organization    is indexed
                   access mode     is random
                   record key      is ccu-chave
                   file status     is ws-resultado-acesso-ccusto.

            select arqfolhames01 assign to disk wid-arqfolhames01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-folha.

            select arqordenado01 assign to disk wid-arqordenado01.

            select arqrelatorio01 assign to disk wid-arqrelatorio01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-relat.

            select arqjoblog01 assign to disk wid-arqjoblog01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-joblog.

      *>============================================================================================
       data division.

       fd  arqccusto01.

       01  reg-arq-ccusto-01.
           03  ccu-chave.
               05  ccu-cd-centro-custo   pic 9(05).
           03  ccu-ds-centro-custo       pic x(30).
           03  ccu-no-responsavel        pic x(30).
           03  ccu-sit-centro-custo      pic x(01).
               88  centro-custo-ativo    value "A".
               88  centro-custo-inativo  value "I".
           03  ccu-dt-hr-alteracao.
               05  ccu-dt-alteracao      pic 9(08).
               05  ccu-hr-alteracao      pic 9(06).
           03  ccu-op-alteracao          pic x(10).

       fd  arqfolhames01.

       01  reg-arq-folhames-01.
           03  fol-nu-competencia        pic 9(06).
           03  fol-cd-funcionario        pic 9(07).
           03  fol-no-funcionario        pic x(30).
           03  fol-vl-salario-base       pic 9(07)v99.
           03  fol-vl-salario-familia    pic 9(05)v99.
           03  fol-vl-salario-bruto      pic 9(07)v99.
           03  fol-vl-inss               pic 9(07)v99.
           03  fol-vl-irrf               pic 9(07)v99.
           03  fol-vl-salario-liquido    pic 9(07)v99.
           03  fol-tp-folha              pic x(01).
               88  folha-tipo-mensal     value "M".
               88  folha-tipo-decimo-1   value "1".
               88  folha-tipo-decimo-2   value "2".
           03  fol-vl-terco-ferias       pic 9(07)v99.
           03  fol-vl-horas-extras       pic 9(07)v99.
           03  fol-vl-faltas             pic 9(07)v99.
           03  fol-vl-adiantamento       pic 9(07)v99.
           03  fol-vl-emprestimo         pic 9(07)v99.
           03  fol-vl-fgts               pic 9(07)v99.
           03  fol-vl-inss-patronal      pic 9(07)v99.
           03  fol-vl-pensao             pic 9(07)v99.
           03  fol-vl-retroativo         pic 9(07)v99.
           03  fol-cd-centro-custo       pic 9(05).

       sd  arqordenado01.

       01  ord-registro-ordenado.
           03  ord-cd-centro-custo       pic 9(05).
           03  ord-cd-funcionario        pic 9(07).
           03  ord-no-funcionario        pic x(30).
           03  ord-vl-salario-bruto      pic 9(07)v99.
           03  ord-vl-inss               pic 9(07)v99.
           03  ord-vl-irrf               pic 9(07)v99.
           03  ord-vl-pensao             pic 9(07)v99.
           03  ord-vl-salario-liquido    pic 9(07)v99.
           03  ord-vl-fgts               pic 9(07)v99.
           03  ord-vl-inss-patronal      pic 9(07)v99.

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(132).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso-ccusto  pic x(2).
               88 ws-ccusto-ok             value "00" "02".
            03 ws-resultado-acesso-folha   pic x(2).
               88 ws-folha-ok              value "00" "02".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-relatorio-ok          value "00" "02".
            03 ws-codigo-retorno           pic 9(04) value zeros.
            03 ws-sw-ccusto-disponivel     pic x(01) value "N".
               88 ccusto-disponivel        value "S".
               88 ccusto-indisponivel      value "N".
            03 ws-sw-fim-ordenado          pic x(01) value "N".
               88 ws-fim-ordenado          value "S".

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-evento-log               pic x(100).
            03 ws-dt-log                   pic 9(08).
            03 ws-hr-log                   pic 9(06).

       01   ws-configuracao-arquivos.
            03 wid-arqccusto01             pic x(100).
            03 ws-caminho-arqccusto01      pic x(100).
            03 wid-arqfolhames01           pic x(150).
            03 wid-arqordenado01           pic x(100).
            03 wid-arqrelatorio01          pic x(150).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).
            03 ws-competencia-informada    pic x(06).
            03 ws-nu-competencia           pic 9(06).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

       01   ws-controle-centro.
            03 ws-cd-centro-atual          pic 9(05).
            03 ws-ds-centro-atual          pic x(40).
            03 ws-no-responsavel-atual     pic x(30).
            03 ws-vl-outros-descontos      pic s9(07)v99.
            03 ws-vl-custo-total           pic 9(09)v99.

      *>            Acumuladores: a posição 1 é o centro de custo corrente
      *>            e a 2 é o total geral, com as colunas na ordem do
      *>            relatório.
       01   ws-acumuladores.
            03 ws-acumulador               occurs 2.
               05 ws-ac-qt-funcionarios    pic 9(07).
               05 ws-ac-vl-salario-bruto   pic 9(11)v99.
               05 ws-ac-vl-inss            pic 9(11)v99.
               05 ws-ac-vl-irrf            pic 9(11)v99.
               05 ws-ac-vl-outros          pic s9(11)v99.
               05 ws-ac-vl-salario-liquido pic 9(11)v99.
               05 ws-ac-vl-fgts            pic 9(11)v99.
               05 ws-ac-vl-inss-patronal   pic 9(11)v99.
               05 ws-ac-vl-custo-total     pic 9(11)v99.
            03 ws-ix-acumulador            pic 9(01).

       01   ws-contadores.
            03 ws-qt-registros-lidos       pic 9(07) value zeros.
            03 ws-qt-centros               pic 9(05) value zeros.
            03 ws-qt-sem-centro            pic 9(07) value zeros.
            03 ws-qt-centro-nao-cadastrado pic 9(05) value zeros.
            03 ws-tt-pensao                pic 9(11)v99 value zeros.

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(132) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(45) value
                  "CUSTO DA FOLHA POR CENTRO DE CUSTO - COMPET. ".
               05 wlt-competencia          pic 9(06).
               05 filler                   pic x(12) value " EMITIDO EM ".
               05 wlt-data                 pic 9(08).
               05 filler                   pic x(01) value space.
               05 wlt-hora                 pic 9(06).
               05 filler                   pic x(54) value spaces.
            03 ws-linha-cabecalho-detalhe.
               05 filler                   pic x(24) value
                  "CODIGO  NOME".
               05 filler                   pic x(52) value
                  "        BRUTO         INSS         IRRF OUTROS DESC.".
               05 filler                   pic x(56) value
                  "      LIQUIDO         FGTS     PATRONAL  CUSTO TOTAL".
            03 ws-linha-centro.
               05 filler                   pic x(16) value
                  "CENTRO DE CUSTO ".
               05 wlc-cd-centro-custo      pic 9(05).
               05 filler                   pic x(03) value " - ".
               05 wlc-ds-centro-custo      pic x(40).
               05 filler                   pic x(14) value
                  " RESPONSAVEL: ".
               05 wlc-no-responsavel       pic x(30).
               05 filler                   pic x(24) value spaces.
            03 ws-linha-detalhe.
               05 wld-cd-funcionario       pic 9(07).
               05 filler                   pic x(01) value space.
               05 wld-no-funcionario       pic x(16).
               05 wld-vl-salario-bruto     pic zz.zzz.zz9,99.
               05 wld-vl-inss              pic zz.zzz.zz9,99.
               05 wld-vl-irrf              pic zz.zzz.zz9,99.
               05 wld-vl-outros            pic -z.zzz.zz9,99.
               05 wld-vl-salario-liquido   pic zz.zzz.zz9,99.
               05 wld-vl-fgts              pic zz.zzz.zz9,99.
               05 wld-vl-inss-patronal     pic zz.zzz.zz9,99.
               05 wld-vl-custo-total       pic zz.zzz.zz9,99.
               05 filler                   pic x(04) value spaces.
            03 ws-linha-subtotal.
               05 wls-descricao            pic x(14).
               05 wls-qt-funcionarios      pic zz.zz9.
               05 filler                   pic x(04) value " FUN".
               05 filler                   pic x(01) value space.
               05 wls-vl-salario-bruto     pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-inss              pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-irrf              pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-outros            pic -zzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-salario-liquido   pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-fgts              pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-inss-patronal     pic zzzzzzzz9,99.
               05 filler                   pic x(01) value space.
               05 wls-vl-custo-total       pic zzzzzzzz9,99.
               05 filler                   pic x(04) value spaces.
            03 ws-linha-titulo-totais.
               05 filler                   pic x(132) value
                  "TOTAIS GERAIS DA FOLHA (CONFEREM COM HOLERITE)".
            03 ws-linha-total.
               05 wto-descricao            pic x(25).
               05 wto-valor                pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(90) value spaces.
            03 ws-linha-quantidade.
               05 wlq-descricao            pic x(25).
               05 wlq-quantidade           pic zzz.zz9.
               05 filler                   pic x(100) value spaces.

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            move ws-codigo-retorno to return-code
            stop run.

      *>============================================================================================
       1000-inicializacao section.
       1000.
            perform 1050-obtem-caminhos
            move spaces to ws-evento-log
            string "INICIO COMPETENCIA=" ws-nu-competencia
                   into ws-evento-log
            perform 7000-grava-log.
       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqccusto01
            accept ws-caminho-arqccusto01 from environment "CCUSTO_CAD_PATH"
            if   ws-caminho-arqccusto01 = spaces
                 move "C:\CCUSTO.CAD"          to wid-arqccusto01
            else
                 move ws-caminho-arqccusto01   to wid-arqccusto01
            end-if

            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if

            move "SORTWORK.TMP" to wid-arqordenado01

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

            move spaces to ws-competencia-informada
            accept ws-competencia-informada from environment "FOLHA_COMPETENCIA"
            if   ws-competencia-informada = spaces
                 compute ws-nu-competencia = ws-data-atual / 100
            else
                 move ws-competencia-informada to ws-nu-competencia
            end-if

            move zeros to ws-tam-diretorio-folha
            inspect ws-caminho-diretorio-folha
                    tallying ws-tam-diretorio-folha for trailing spaces
            compute ws-tam-diretorio-folha =
                    length of ws-caminho-diretorio-folha - ws-tam-diretorio-folha

            move spaces to wid-arqfolhames01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqfolhames01

            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\CUSTOCC."                    delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqrelatorio01

            move spaces to ws-caminho-arqjoblog01
            accept ws-caminho-arqjoblog01 from environment "JOBLOG_PATH"
            if   ws-caminho-arqjoblog01 = spaces
                 move "C:\JOBEXEC.LOG"          to wid-arqjoblog01
            else
                 move ws-caminho-arqjoblog01    to wid-arqjoblog01
            end-if.
       1050-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            open input arqfolhames01
            if   not ws-folha-ok
                 display "PROGRAMA29: erro ao abrir FOLHAMES - "
                         ws-resultado-acesso-folha
                 display "PROGRAMA29: execute antes o PROGRAMA05 da competência"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FOLHAMES STATUS " ws-resultado-acesso-folha
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-relatorio-ok
                 display "PROGRAMA29: erro ao abrir relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01
                 exit section
            end-if

      *>            Sem o cadastro de centros o custo ainda sai, só que
      *>            sem descrição e responsável.
            set  ccusto-indisponivel to true
            open input arqccusto01
            if   ws-ccusto-ok
                 set  ccusto-disponivel to true
            else
                 move 4 to ws-codigo-retorno
                 display "PROGRAMA29: CCUSTO.CAD indisponível - "
                         ws-resultado-acesso-ccusto
                 move spaces to ws-evento-log
                 string "CCUSTO.CAD INDISPONIVEL STATUS " ws-resultado-acesso-ccusto
                        into ws-evento-log
                 perform 7000-grava-log
            end-if

            move ws-nu-competencia to wlt-competencia
            move ws-data-atual     to wlt-data
            move ws-hora-atual     to wlt-hora
            write reg-arq-relatorio-01 from ws-linha-titulo
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-cabecalho-detalhe
            write reg-arq-relatorio-01 from ws-linha-separadora

            initialize ws-acumulador (2)

            sort arqordenado01
                 on ascending key ord-cd-centro-custo ord-cd-funcionario
                 input procedure  is 2100-fornece-folha
                 output procedure is 2200-apura-centros

            perform 2800-imprime-totais

            close arqfolhames01 arqrelatorio01
            if   ccusto-disponivel
                 close arqccusto01
            end-if

            if   ws-qt-sem-centro not = zeros
            or   ws-qt-centro-nao-cadastrado not = zeros
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
                 display "PROGRAMA29: funcionários sem centro de custo - "
                         ws-qt-sem-centro
                 display "PROGRAMA29: centros fora de CCUSTO.CAD - "
                         ws-qt-centro-nao-cadastrado
            end-if

            display "PROGRAMA29: relatório - " wid-arqrelatorio01
            display "PROGRAMA29: centros de custo - " ws-qt-centros
            display "PROGRAMA29: funcionários - " ws-qt-registros-lidos.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Entrada do SORT: cada linha do FOLHAMES vira um registro
      *>            ordenado por centro. Folha gravada antes do centro de
      *>            custo (linha mais curta) ou antes da pensão chega com
      *>            brancos nesses campos, tratados como zero.
      *>============================================================================================
       2100-fornece-folha section.
       2100.
            read arqfolhames01
            perform 2110-libera-funcionario
               thru 2110-libera-funcionario-exit
               until not ws-folha-ok.
       2100-exit.
            exit.

      *>============================================================================================
       2110-libera-funcionario section.
       2110.
            if   reg-arq-folhames-01 = spaces
                 go to 2110-proximo
            end-if
            add  1 to ws-qt-registros-lidos

            move fol-cd-funcionario     to ord-cd-funcionario
            move fol-no-funcionario     to ord-no-funcionario
            move fol-vl-salario-bruto   to ord-vl-salario-bruto
            move fol-vl-inss            to ord-vl-inss
            move fol-vl-irrf            to ord-vl-irrf
            move fol-vl-salario-liquido to ord-vl-salario-liquido
            move fol-vl-fgts            to ord-vl-fgts
            move fol-vl-inss-patronal   to ord-vl-inss-patronal

            if   fol-vl-pensao is numeric
                 move fol-vl-pensao       to ord-vl-pensao
            else
                 move zeros               to ord-vl-pensao
            end-if

            if   fol-cd-centro-custo is numeric
                 move fol-cd-centro-custo to ord-cd-centro-custo
            else
                 move zeros               to ord-cd-centro-custo
            end-if
            if   ord-cd-centro-custo = zeros
                 add  1 to ws-qt-sem-centro
            end-if

            release ord-registro-ordenado.

       2110-proximo.
            read arqfolhames01.
       2110-libera-funcionario-exit.
            exit.

      *>============================================================================================
      *>            Saída do SORT: quebra por centro de custo.
      *>============================================================================================
       2200-apura-centros section.
       2200.
            return arqordenado01 at end set ws-fim-ordenado to true
            end-return
            perform 2210-apura-centro
               thru 2210-apura-centro-exit
               until ws-fim-ordenado.
       2200-exit.
            exit.

      *>============================================================================================
       2210-apura-centro section.
       2210.
            move ord-cd-centro-custo to ws-cd-centro-atual
            add  1 to ws-qt-centros
            initialize ws-acumulador (1)

            perform 2220-identifica-centro
            move ws-cd-centro-atual      to wlc-cd-centro-custo
            move ws-ds-centro-atual      to wlc-ds-centro-custo
            move ws-no-responsavel-atual to wlc-no-responsavel
            write reg-arq-relatorio-01 from ws-linha-centro

            perform 2300-imprime-funcionario
               thru 2300-imprime-funcionario-exit
               until ws-fim-ordenado
               or    ord-cd-centro-custo not = ws-cd-centro-atual

            move "SUBTOTAL"            to wls-descricao
            move 1                     to ws-ix-acumulador
            perform 2400-imprime-subtotal
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2210-apura-centro-exit.
            exit.

      *>============================================================================================
       2220-identifica-centro section.
       2220.
            move spaces to ws-ds-centro-atual ws-no-responsavel-atual
            if   ws-cd-centro-atual = zeros
                 move "SEM CENTRO DE CUSTO" to ws-ds-centro-atual
                 exit section
            end-if

            if   ccusto-indisponivel
                 move "CCUSTO.CAD INDISPONIVEL" to ws-ds-centro-atual
                 exit section
            end-if

            move ws-cd-centro-atual to ccu-cd-centro-custo
            read arqccusto01
            if   not ws-ccusto-ok
                 move "*** NAO CADASTRADO EM CCUSTO.CAD ***" to ws-ds-centro-atual
                 add  1 to ws-qt-centro-nao-cadastrado
                 exit section
            end-if

            move ccu-no-responsavel to ws-no-responsavel-atual
            if   centro-custo-inativo
                 string ccu-ds-centro-custo delimited by "  "
                        " (INATIVO)"        delimited by size
                        into ws-ds-centro-atual
            else
                 move ccu-ds-centro-custo to ws-ds-centro-atual
            end-if.
       2220-exit.
            exit.

      *>============================================================================================
       2300-imprime-funcionario section.
       2300.
            compute ws-vl-outros-descontos = ord-vl-salario-bruto
                                           - ord-vl-salario-liquido
                                           - ord-vl-inss
                                           - ord-vl-irrf
            compute ws-vl-custo-total = ord-vl-salario-bruto
                                      + ord-vl-fgts
                                      + ord-vl-inss-patronal

            move ord-cd-funcionario     to wld-cd-funcionario
            move ord-no-funcionario     to wld-no-funcionario
            move ord-vl-salario-bruto   to wld-vl-salario-bruto
            move ord-vl-inss            to wld-vl-inss
            move ord-vl-irrf            to wld-vl-irrf
            move ws-vl-outros-descontos to wld-vl-outros
            move ord-vl-salario-liquido to wld-vl-salario-liquido
            move ord-vl-fgts            to wld-vl-fgts
            move ord-vl-inss-patronal   to wld-vl-inss-patronal
            move ws-vl-custo-total      to wld-vl-custo-total
            write reg-arq-relatorio-01 from ws-linha-detalhe

            move 1 to ws-ix-acumulador
            perform 2310-acumula
               thru 2310-acumula-exit
               until ws-ix-acumulador is greater than 2
            add  ord-vl-pensao to ws-tt-pensao

            return arqordenado01 at end set ws-fim-ordenado to true.
       2300-imprime-funcionario-exit.
            exit.

      *>============================================================================================
       2310-acumula section.
       2310.
            add  1                      to ws-ac-qt-funcionarios    (ws-ix-acumulador)
            add  ord-vl-salario-bruto   to ws-ac-vl-salario-bruto   (ws-ix-acumulador)
            add  ord-vl-inss            to ws-ac-vl-inss            (ws-ix-acumulador)
            add  ord-vl-irrf            to ws-ac-vl-irrf            (ws-ix-acumulador)
            add  ws-vl-outros-descontos to ws-ac-vl-outros          (ws-ix-acumulador)
            add  ord-vl-salario-liquido to ws-ac-vl-salario-liquido (ws-ix-acumulador)
            add  ord-vl-fgts            to ws-ac-vl-fgts            (ws-ix-acumulador)
            add  ord-vl-inss-patronal   to ws-ac-vl-inss-patronal   (ws-ix-acumulador)
            add  ws-vl-custo-total      to ws-ac-vl-custo-total     (ws-ix-acumulador)
            add  1 to ws-ix-acumulador.
       2310-acumula-exit.
            exit.

      *>============================================================================================
       2400-imprime-subtotal section.
       2400.
            move ws-ac-qt-funcionarios    (ws-ix-acumulador) to wls-qt-funcionarios
            move ws-ac-vl-salario-bruto   (ws-ix-acumulador) to wls-vl-salario-bruto
            move ws-ac-vl-inss            (ws-ix-acumulador) to wls-vl-inss
            move ws-ac-vl-irrf            (ws-ix-acumulador) to wls-vl-irrf
            move ws-ac-vl-outros          (ws-ix-acumulador) to wls-vl-outros
            move ws-ac-vl-salario-liquido (ws-ix-acumulador) to wls-vl-salario-liquido
            move ws-ac-vl-fgts            (ws-ix-acumulador) to wls-vl-fgts
            move ws-ac-vl-inss-patronal   (ws-ix-acumulador) to wls-vl-inss-patronal
            move ws-ac-vl-custo-total     (ws-ix-acumulador) to wls-vl-custo-total
            write reg-arq-relatorio-01 from ws-linha-subtotal.
       2400-exit.
            exit.

      *>============================================================================================
      *>            Total geral na mesma grade dos subtotais e, em seguida,
      *>            os totais na forma da página final de HOLERITE.AAAAMM.
      *>============================================================================================
       2800-imprime-totais section.
       2800.
            move "TOTAL GERAL"         to wls-descricao
            move 2                     to ws-ix-acumulador
            perform 2400-imprime-subtotal
            write reg-arq-relatorio-01 from ws-linha-separadora

            write reg-arq-relatorio-01 from ws-linha-titulo-totais

            move "FUNCIONARIOS PROCESSADOS" to wlq-descricao
            move ws-ac-qt-funcionarios (2)  to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "CENTROS DE CUSTO"         to wlq-descricao
            move ws-qt-centros              to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade

            move "TOTAL SALARIO BRUTO"  to wto-descricao
            move ws-ac-vl-salario-bruto (2) to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL INSS"           to wto-descricao
            move ws-ac-vl-inss (2)      to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL IRRF"           to wto-descricao
            move ws-ac-vl-irrf (2)      to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL PENSAO ALIMENTICIA" to wto-descricao
            move ws-tt-pensao           to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL SALARIO LIQUIDO" to wto-descricao
            move ws-ac-vl-salario-liquido (2) to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL FGTS"           to wto-descricao
            move ws-ac-vl-fgts (2)      to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL INSS PATRONAL"  to wto-descricao
            move ws-ac-vl-inss-patronal (2) to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "CUSTO TOTAL DA EMPRESA" to wto-descricao
            move ws-ac-vl-custo-total (2) to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total

            write reg-arq-relatorio-01 from ws-linha-separadora.
       2800-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " FUNCIONARIOS=" ws-qt-registros-lidos
                   " CENTROS=" ws-qt-centros
                   " SEM CENTRO=" ws-qt-sem-centro
                   into ws-evento-log
            perform 7000-grava-log.
       3000-exit.
            exit.

      *>============================================================================================
      *>            Log de execução para conferência dos operadores: uma
      *>            linha datada por evento, aberta por EXTEND a cada
      *>            gravação para sobreviver a quedas do programa.
      *>============================================================================================
       7000-grava-log section.
       7000.
            accept ws-dt-log from date yyyymmdd
            accept ws-hr-log from time
            open extend arqjoblog01
            if   not ws-joblog-ok
                 display "PROGRAMA29: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA29 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA19.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Reajuste Coletivo (Dissídio) e Diferenças Retroativas
      *>            --------------------------------------------------------
      *>            Aplica o percentual da convenção coletiva ao salário base
      *>            dos funcionários selecionados e apura as diferenças das
      *>            competências já FECHADAS em FECHAFOL.CAD desde a
      *>            data-base, lendo o que foi efetivamente pago em
      *>            FOLHAMES.AAAAMM:
      *>
      *>               . salário base de cada competência mensal fechada;
      *>               . adicional de 1/3 de férias pago nessas competências;
      *>               . 13º salário do ano da data-base em diante (o bruto
      *>                 de AAAA14, que é o 13º cheio; só AAAA13, se a 2ª
      *>                 parcela ainda não fechou).
      *>
      *>            Cada diferença é o valor pago vezes o percentual. O
      *>            total vai para DIFRETRO.CAD na próxima competência em
      *>            aberto (a primeira, a partir da data-base, que não está
      *>            fechada), onde o PROGRAMA05 o soma aos proventos como
      *>            verba própria, antes do INSS e do IRRF.
      *>
      *>            Parâmetros por variável de ambiente:
      *>               DISSIDIO_PERCENTUAL  percentual em centésimos
      *>                                    (550 = 5,50%), obrigatório;
      *>               DISSIDIO_DATA_BASE   competência da data-base
      *>                                    (AAAAMM), obrigatória;
      *>               DISSIDIO_TETO        salário base máximo em centavos
      *>                                    para ter o reajuste (opcional);
      *>               DISSIDIO_UF          só funcionários desta UF;
      *>               DISSIDIO_SITUACAO    só "A" (ativos) ou "F"
      *>                                    (afastados); sem ela, ambos;
      *>               DISSIDIO_EFETIVAR    "S" grava o reajuste; sem ela
      *>                                    a execução é só simulação.
      *>
      *>            Desligados nunca entram: diferença de quem saiu é
      *>            acertada na rescisão. A simulação imprime o mesmo
      *>            demonstrativo por funcionário (DISSIDIO.AAAAMM, com a
      *>            competência de pagamento, no diretório FOLHA_MES_DIR)
      *>            sem alterar nenhum arquivo, para conferência antes de
      *>            efetivar.
      *>
      *>            Na efetivação, o salário base novo é regravado em
      *>            FUNCION.CAD e a alteração vai para SALHIST.CAD com
      *>            operador "DISSIDIO". Esse histórico marca o funcionário
      *>            como já reajustado na data-base: nova execução com a
      *>            mesma data-base o deixa de fora, e uma execução
      *>            interrompida pode ser repetida sem reajustar em dobro.
      *>            Diferença já lançada em DIFRETRO.CAD para a mesma
      *>            data-base é substituída, não somada.
      *>
      *>            Se a folha da competência de pagamento já foi gerada,
      *>            o demonstrativo avisa que o PROGRAMA05 deve rodar de
      *>            novo. Competência fechada sem FOLHAMES é apontada no
      *>            demonstrativo e no log (código de retorno 4).
      *>
      *>            Log em JOBLOG_PATH; código de retorno 8 em erro de
      *>            arquivo ou parâmetro inválido.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqindexado01 assign to disk wid-arqindexado01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is reg-chave
                   file status     is ws-resultado-acesso.

            select arqsalhist01 assign to disk wid-arqsalhist01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is his-chave
                   file status     is ws-resultado-acesso-salhist.

            select arqfechafol01 assign to disk wid-arqfechafol01
                   organization    is indexed
                   access mode     is random
                   record key      is fch-chave
                   file status     is ws-resultado-acesso-fecha.

            select arqdifretro01 assign to disk wid-arqdifretro01
                   organization    is indexed
                   access mode     is random
                   record key      is dif-chave
                   file status     is ws-resultado-acesso-difret.

            select arqfolhames01 assign to disk wid-arqfolhames01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-folha.

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

       fd  arqindexado01.

       01  reg-arq-indexado-01.
           03  reg-chave.
               05  reg-cd-funcionario    pic 9(07).
           03  reg-no-funcionario        pic x(30).
           03  reg-en-funcionario        pic x(30).
           03  reg-nu-funcionario        pic 9(05).
           03  reg-cp-funcionario        pic 9(11).
           03  reg-te-funcionario        pic 9(09).
           03  reg-vl-salario-base       pic 9(07)v99.
           03  reg-vl-salario-familia    pic 9(05)v99.
           03  reg-ec-funcionario        pic x(01).
           03  reg-uf-funcionario        pic x(02).
           03  reg-ci-funcionario        pic x(17).
           03  reg-ba-funcionario        pic x(17).
           03  reg-dt-hr-alteracao.
               05  reg-dt-alteracao      pic 9(08).
               05  reg-hr-alteracao      pic 9(06).
           03  reg-dados-bancarios.
               05  reg-cd-banco          pic 9(03).
               05  reg-nu-agencia        pic 9(05).
               05  reg-nu-conta          pic 9(10).
               05  reg-dv-conta          pic x(01).
               05  reg-tp-conta          pic x(01).
           03  reg-op-alteracao          pic x(10).
           03  reg-dt-admissao           pic 9(08).
           03  reg-dt-demissao           pic 9(08).
           03  reg-sit-funcionario       pic x(01).
               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqsalhist01.

       01  reg-arq-salhist-01.
           03  his-chave.
               05  his-cd-funcionario    pic 9(07).
               05  his-dt-alteracao      pic 9(08).
               05  his-hr-alteracao      pic 9(06).
               05  his-nu-sequencia      pic 9(02).
           03  his-vl-salario-base-ant       pic 9(07)v99.
           03  his-vl-salario-base-novo      pic 9(07)v99.
           03  his-vl-salario-familia-ant    pic 9(05)v99.
           03  his-vl-salario-familia-novo   pic 9(05)v99.
           03  his-op-alteracao              pic x(10).

       fd  arqfechafol01.

       01  reg-arq-fechafol-01.
           03  fch-chave.
               05  fch-nu-competencia    pic 9(06).
           03  fch-sit-competencia       pic x(01).
               88  competencia-fechada   value "F".
               88  competencia-aberta    value "A".
           03  fch-dt-fechamento         pic 9(08).
           03  fch-hr-fechamento         pic 9(06).
           03  fch-dt-reabertura         pic 9(08).
           03  fch-hr-reabertura         pic 9(06).
           03  fch-op-reabertura         pic x(10).
           03  fch-ds-motivo-reabertura  pic x(60).

       fd  arqdifretro01.

       01  reg-arq-difretro-01.
           03  dif-chave.
               05  dif-nu-competencia    pic 9(06).
               05  dif-cd-funcionario    pic 9(07).
           03  dif-nu-competencia-base   pic 9(06).
           03  dif-pc-reajuste           pic 9(03)v99.
           03  dif-qt-competencias       pic 9(02).
           03  dif-vl-dif-salario        pic 9(07)v99.
           03  dif-vl-dif-ferias         pic 9(07)v99.
           03  dif-vl-dif-decimo         pic 9(07)v99.
           03  dif-vl-total              pic 9(07)v99.
           03  dif-dt-hr-alteracao.
               05  dif-dt-alteracao      pic 9(08).
               05  dif-hr-alteracao      pic 9(06).
           03  dif-op-alteracao          pic x(10).

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

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(80).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
            03 ws-resultado-acesso-salhist pic x(2).
               88 ws-salhist-ok            value "00" "02".
               88 ws-salhist-duplicado     value "22".
               88 ws-salhist-inexistente   value "35".
            03 ws-resultado-acesso-fecha   pic x(2).
               88 ws-fechafol-ok           value "00" "02".
               88 ws-fechafol-inexistente  value "35".
            03 ws-resultado-acesso-difret  pic x(2).
               88 ws-difretro-ok           value "00" "02".
               88 ws-difretro-inexistente  value "35".
            03 ws-resultado-acesso-folha   pic x(2).
               88 ws-folha-ok              value "00" "02".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-relatorio-ok          value "00" "02".
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-evento-log               pic x(100).
            03 ws-dt-log                   pic 9(08).
            03 ws-hr-log                   pic 9(06).

       01   ws-configuracao-arquivos.
            03 wid-arqindexado01           pic x(100).
            03 ws-caminho-arqindexado01    pic x(100).
            03 wid-arqsalhist01            pic x(100).
            03 ws-caminho-arqsalhist01     pic x(100).
            03 wid-arqfechafol01           pic x(100).
            03 ws-caminho-arqfechafol01    pic x(100).
            03 wid-arqdifretro01           pic x(100).
            03 ws-caminho-arqdifretro01    pic x(100).
            03 wid-arqfolhames01           pic x(150).
            03 wid-arqrelatorio01          pic x(150).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

      *>            Parâmetros do reajuste; valores numéricos chegam como
      *>            texto da variável de ambiente e passam por
      *>            1070-converte-valor.
       01   ws-parametros-dissidio.
            03 ws-percentual-informado     pic x(05).
            03 ws-data-base-informada      pic x(06).
            03 ws-teto-informado           pic x(11).
            03 ws-uf-filtro                pic x(02).
            03 ws-sit-filtro               pic x(01).
            03 ws-efetivar-informado       pic x(01).
            03 ws-sw-efetivar              pic x(01) value "N".
               88 dissidio-efetivado       value "S".
               88 dissidio-simulado        value "N".
            03 ws-pc-reajuste              pic 9(03)v99 value zeros.
            03 ws-vl-teto-salario          pic 9(07)v99 value zeros.
            03 ws-nu-competencia-base      pic 9(06) value zeros.
            03 ws-nu-comp-base-partes redefines ws-nu-competencia-base.
               05 ws-base-ano              pic 9(04).
               05 ws-base-mes              pic 9(02).
            03 ws-dt-inicio-base           pic 9(08).
            03 ws-nome-parametro           pic x(20).
            03 ws-valor-informado          pic x(11).
            03 ws-tam-valor-informado      pic 9(02).
            03 ws-valor-convertido         pic 9(11).
            03 ws-sw-valor-valido          pic x(01).
               88 valor-valido             value "S".
               88 valor-invalido           value "N".

      *>            Competências fechadas desde a data-base (mensais e de
      *>            13º), na ordem em que são lidas.
       01   ws-controle-competencias.
            03 ws-competencia-atual        pic 9(06).
            03 ws-comp-atual-partes redefines ws-competencia-atual.
               05 ws-atual-ano             pic 9(04).
               05 ws-atual-mes             pic 9(02).
            03 ws-comp-corrente            pic 9(06).
            03 ws-comp-corrente-partes redefines ws-comp-corrente.
               05 ws-corr-ano              pic 9(04).
               05 ws-corr-mes              pic 9(02).
            03 ws-comp-consulta            pic 9(06).
            03 ws-ano-decimo               pic 9(04).
            03 ws-nu-competencia-pgto      pic 9(06) value zeros.
            03 ws-sw-fechafol-disponivel   pic x(01) value "N".
               88 fechafol-disponivel      value "S".
               88 fechafol-indisponivel    value "N".
            03 ws-sw-consulta-fechada      pic x(01).
               88 consulta-fechada         value "S".
               88 consulta-aberta          value "N".
            03 ws-sw-salhist-consulta      pic x(01) value "N".
               88 salhist-consultavel      value "S".
               88 salhist-ausente          value "N".
            03 ws-sw-folha-pgto-gerada     pic x(01) value "N".
               88 folha-pgto-gerada        value "S".
               88 folha-pgto-nao-gerada    value "N".
            03 ws-qt-competencias          pic 9(02) value zeros.
            03 ws-ix-competencia           pic 9(02).
            03 ws-ent-competencia occurs 60.
               05 wtc-nu-competencia       pic 9(06).
               05 wtc-sw-folhames          pic x(01).
                  88 wtc-folhames-lida     value "S".
                  88 wtc-folhames-faltante value "N".

      *>            Funcionários selecionados, em ordem de código, com os
      *>            valores do demonstrativo; como no PROGRAMA17, a tabela
      *>            é que atravessa os vários FOLHAMES.
       01   ws-tabela-dissidio.
            03 ws-qt-entradas              pic 9(05) value zeros.
            03 ws-ix-entrada               pic 9(05).
            03 ws-sw-entrada-achada        pic x(01).
               88 entrada-achada           value "S".
               88 entrada-nao-achada       value "N".
            03 ws-ent-dissidio occurs 5000.
               05 wtb-cd-funcionario       pic 9(07).
               05 wtb-no-funcionario       pic x(30).
               05 wtb-vl-salario-atual     pic 9(07)v99.
               05 wtb-vl-salario-novo      pic 9(07)v99.
               05 wtb-qt-competencias      pic 9(02).
               05 wtb-vl-dif-salario       pic 9(07)v99.
               05 wtb-vl-dif-ferias        pic 9(07)v99.
               05 wtb-vl-dif-decimo        pic 9(07)v99.
               05 wtb-vl-total             pic 9(07)v99.
               05 wtb-sw-reajuste          pic x(01).
                  88 wtb-reajuste-pendente value "P".
                  88 wtb-ja-reajustado     value "R".

       01   ws-valores-dissidio.
            03 ws-vl-diferenca             pic 9(07)v99.
            03 ws-vl-salario-anterior      pic 9(07)v99.
            03 ws-sw-reajuste-anterior     pic x(01).
               88 reajuste-anterior-achado value "S".
               88 reajuste-anterior-ausente value "N".

       01   ws-acumuladores-dissidio.
            03 ws-qt-reajustados           pic 9(05) value zeros.
            03 ws-qt-ja-reajustados        pic 9(05) value zeros.
            03 ws-qt-acima-teto            pic 9(05) value zeros.
            03 ws-qt-fora-filtro           pic 9(05) value zeros.
            03 ws-qt-folhas-faltantes      pic 9(02) value zeros.
            03 ws-tt-salario-atual         pic 9(11)v99 value zeros.
            03 ws-tt-salario-novo          pic 9(11)v99 value zeros.
            03 ws-tt-retroativo            pic 9(11)v99 value zeros.

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(80) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(45) value
                  "DEMONSTRATIVO DE REAJUSTE COLETIVO (DISSIDIO)".
               05 filler                   pic x(03) value " - ".
               05 wlt-modo                 pic x(10).
               05 filler                   pic x(22) value spaces.
            03 ws-linha-parametros.
               05 filler                   pic x(11) value "PERCENTUAL ".
               05 wlp-percentual           pic zz9,99.
               05 filler                   pic x(13) value "%  DATA-BASE ".
               05 wlp-data-base            pic 9(06).
               05 filler                   pic x(27) value
                  "  PAGAMENTO NA COMPETENCIA ".
               05 wlp-competencia-pgto     pic 9(06).
               05 filler                   pic x(11) value spaces.
            03 ws-linha-filtros.
               05 filler                   pic x(15) value "TETO SALARIAL  ".
               05 wlf-teto                 pic z.zzz.zz9,99.
               05 filler                   pic x(06) value "  UF  ".
               05 wlf-uf                   pic x(02).
               05 filler                   pic x(12) value "  SITUACAO  ".
               05 wlf-situacao             pic x(01).
               05 filler                   pic x(32) value spaces.
            03 ws-linha-titulo-competencias.
               05 filler                   pic x(80) value
                  "COMPETENCIAS FECHADAS CONSIDERADAS:".
            03 ws-linha-competencia.
               05 filler                   pic x(04) value spaces.
               05 wlc-competencia          pic 9(06).
               05 filler                   pic x(02) value spaces.
               05 wlc-observacao           pic x(68).
            03 ws-linha-folha-gerada.
               05 filler                   pic x(38) value
                  "*** FOLHA DA COMPETENCIA DE PAGAMENTO ".
               05 wlg-competencia          pic 9(06).
               05 filler                   pic x(36) value
                  " JA GERADA - REPROCESSAR PROGRAMA05".
            03 ws-linha-funcionario.
               05 filler                   pic x(12) value "FUNCIONARIO ".
               05 wlf-cd-funcionario       pic 9(07).
               05 filler                   pic x(02) value spaces.
               05 wlf-no-funcionario       pic x(30).
               05 filler                   pic x(29) value spaces.
            03 ws-linha-verba.
               05 wlv-descricao            pic x(30).
               05 wlv-valor                pic zzz.zzz.zz9,99.
               05 filler                   pic x(36) value spaces.
            03 ws-linha-dif-salario.
               05 filler                   pic x(20) value
                  "DIFERENCA SALARIOS (".
               05 wls-qt-competencias      pic z9.
               05 filler                   pic x(08) value " COMP.)".
               05 wls-valor                pic zzz.zzz.zz9,99.
               05 filler                   pic x(36) value spaces.
            03 ws-linha-ja-reajustado.
               05 filler                   pic x(80) value
                  "*** JA REAJUSTADO NESTA DATA-BASE - FICA DE FORA ***".
            03 ws-linha-titulo-totais.
               05 filler                   pic x(80) value
                  "TOTAIS DO REAJUSTE".
            03 ws-linha-quantidade.
               05 wlq-descricao            pic x(30).
               05 wlq-quantidade           pic zzz.zz9.
               05 filler                   pic x(43) value spaces.
            03 ws-linha-total.
               05 wto-descricao            pic x(30).
               05 wto-valor                pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(33) value spaces.

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
            move "INICIO" to ws-evento-log
            perform 7000-grava-log
            perform 1060-valida-parametros.
       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqindexado01
            accept ws-caminho-arqindexado01 from environment "FUNCION_CAD_PATH"
            if   ws-caminho-arqindexado01 = spaces
                 move "C:\FUNCION.CAD"         to wid-arqindexado01
            else
                 move ws-caminho-arqindexado01 to wid-arqindexado01
            end-if

            move spaces to ws-caminho-arqsalhist01
            accept ws-caminho-arqsalhist01 from environment "SALHIST_CAD_PATH"
            if   ws-caminho-arqsalhist01 = spaces
                 move "C:\SALHIST.CAD"          to wid-arqsalhist01
            else
                 move ws-caminho-arqsalhist01   to wid-arqsalhist01
            end-if

            move spaces to ws-caminho-arqfechafol01
            accept ws-caminho-arqfechafol01 from environment "FECHAFOL_CAD_PATH"
            if   ws-caminho-arqfechafol01 = spaces
                 move "C:\FECHAFOL.CAD"         to wid-arqfechafol01
            else
                 move ws-caminho-arqfechafol01  to wid-arqfechafol01
            end-if

            move spaces to ws-caminho-arqdifretro01
            accept ws-caminho-arqdifretro01 from environment "DIFRETRO_CAD_PATH"
            if   ws-caminho-arqdifretro01 = spaces
                 move "C:\DIFRETRO.CAD"         to wid-arqdifretro01
            else
                 move ws-caminho-arqdifretro01  to wid-arqdifretro01
            end-if

            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if

            accept ws-data-atual from date yyyymmdd
            compute ws-competencia-atual = ws-data-atual / 100

            move zeros to ws-tam-diretorio-folha
            inspect ws-caminho-diretorio-folha
                    tallying ws-tam-diretorio-folha for trailing spaces
            compute ws-tam-diretorio-folha =
                    length of ws-caminho-diretorio-folha - ws-tam-diretorio-folha

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
      *>            Percentual e data-base são obrigatórios; a data-base
      *>            não pode estar no futuro. Parâmetro inválido encerra a
      *>            execução com código de retorno 8 antes de abrir
      *>            qualquer arquivo.
      *>============================================================================================
       1060-valida-parametros section.
       1060.
            move spaces to ws-percentual-informado
            accept ws-percentual-informado from environment "DISSIDIO_PERCENTUAL"
            move ws-percentual-informado to ws-valor-informado
            perform 1070-converte-valor
            if   valor-invalido
            or   ws-valor-convertido = zeros
            or   ws-valor-convertido is greater than 10000
                 move "DISSIDIO_PERCENTUAL" to ws-nome-parametro
                 go to 1060-parametro-invalido
            end-if
            compute ws-pc-reajuste = ws-valor-convertido / 100

            move spaces to ws-data-base-informada
            accept ws-data-base-informada from environment "DISSIDIO_DATA_BASE"
            if   ws-data-base-informada is not numeric
                 move "DISSIDIO_DATA_BASE" to ws-nome-parametro
                 go to 1060-parametro-invalido
            end-if
            move ws-data-base-informada to ws-nu-competencia-base
            if   ws-base-mes is less than 1
            or   ws-base-mes is greater than 12
            or   ws-nu-competencia-base is greater than ws-competencia-atual
                 move "DISSIDIO_DATA_BASE" to ws-nome-parametro
                 go to 1060-parametro-invalido
            end-if
            compute ws-dt-inicio-base = ws-nu-competencia-base * 100 + 1

            move spaces to ws-teto-informado
            accept ws-teto-informado from environment "DISSIDIO_TETO"
            if   ws-teto-informado not = spaces
                 move ws-teto-informado to ws-valor-informado
                 perform 1070-converte-valor
                 if   valor-invalido
                 or   ws-valor-convertido is greater than 999999999
                      move "DISSIDIO_TETO" to ws-nome-parametro
                      go to 1060-parametro-invalido
                 end-if
                 compute ws-vl-teto-salario = ws-valor-convertido / 100
            end-if

            move spaces to ws-uf-filtro
            accept ws-uf-filtro from environment "DISSIDIO_UF"

            move spaces to ws-sit-filtro
            accept ws-sit-filtro from environment "DISSIDIO_SITUACAO"
            if   ws-sit-filtro not = spaces
            and  ws-sit-filtro not = "A"
            and  ws-sit-filtro not = "F"
                 move "DISSIDIO_SITUACAO" to ws-nome-parametro
                 go to 1060-parametro-invalido
            end-if

            move spaces to ws-efetivar-informado
            accept ws-efetivar-informado from environment "DISSIDIO_EFETIVAR"
            if   ws-efetivar-informado = "S"
                 set  dissidio-efetivado to true
            else
                 set  dissidio-simulado to true
            end-if

            move spaces to ws-evento-log
            string "PERCENTUAL=" ws-percentual-informado
                   " DATA-BASE=" ws-nu-competencia-base
                   " EFETIVAR=" ws-sw-efetivar
                   " UF=" ws-uf-filtro
                   " SITUACAO=" ws-sit-filtro
                   into ws-evento-log
            perform 7000-grava-log
            go to 1060-exit.

       1060-parametro-invalido.
            display "PROGRAMA19: parâmetro inválido - " ws-nome-parametro
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string "PARAMETRO INVALIDO " ws-nome-parametro
                   into ws-evento-log
            perform 7000-grava-log.
       1060-exit.
            exit.

      *>============================================================================================
      *>            Converte o texto numérico de uma variável de ambiente
      *>            (alinhado à esquerda, sem vírgula) em ws-valor-convertido.
      *>============================================================================================
       1070-converte-valor section.
       1070.
            set  valor-invalido to true
            move zeros to ws-valor-convertido
            move zeros to ws-tam-valor-informado
            inspect ws-valor-informado
                    tallying ws-tam-valor-informado for trailing spaces
            compute ws-tam-valor-informado =
                    length of ws-valor-informado - ws-tam-valor-informado
            if   ws-tam-valor-informado = zeros
                 exit section
            end-if
            if   ws-valor-informado (1:ws-tam-valor-informado) is numeric
                 move ws-valor-informado (1:ws-tam-valor-informado)
                      to ws-valor-convertido
                 set  valor-valido to true
            end-if.
       1070-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   ws-codigo-retorno not = zeros
                 exit section
            end-if

            perform 2100-apura-competencias
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\DISSIDIO."                   delimited by size
                   ws-nu-competencia-pgto         delimited by size
                   into wid-arqrelatorio01

            perform 2200-carrega-funcionarios
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move 1 to ws-ix-competencia
            perform 2300-apura-diferencas
               thru 2300-apura-diferencas-exit
               until ws-ix-competencia is greater than ws-qt-competencias
               or    ws-codigo-retorno is greater than 4
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-relatorio-ok
                 display "PROGRAMA19: erro ao abrir demonstrativo - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR DEMONSTRATIVO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            perform 2400-imprime-cabecalho

            if   dissidio-efetivado
                 perform 2500-abre-atualizacao
                 if   ws-codigo-retorno is greater than 4
                      close arqrelatorio01
                      exit section
                 end-if
            end-if

            move 1 to ws-ix-entrada
            perform 2600-trata-funcionario
               thru 2600-trata-funcionario-exit
               until ws-ix-entrada is greater than ws-qt-entradas
               or    ws-codigo-retorno is greater than 4

            perform 2800-imprime-totais

            close arqrelatorio01
            if   dissidio-efetivado
                 close arqindexado01
                 close arqsalhist01
                 close arqdifretro01
            end-if

            display "PROGRAMA19: demonstrativo gerado - " wid-arqrelatorio01
            if   dissidio-efetivado
                 display "PROGRAMA19: funcionários reajustados - " ws-qt-reajustados
                 display "PROGRAMA19: diferenças lançadas na competência "
                         ws-nu-competencia-pgto
            else
                 display "PROGRAMA19: SIMULACAO - nenhum arquivo alterado"
            end-if
            if   ws-qt-folhas-faltantes not = zeros
                 display "PROGRAMA19: ATENCAO - competências fechadas sem FOLHAMES: "
                         ws-qt-folhas-faltantes
            end-if.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Percorre os meses da data-base até o mês corrente: os
      *>            fechados entram na apuração; o primeiro em aberto é a
      *>            competência de pagamento (não havendo, o mês seguinte
      *>            ao corrente). Depois, para cada ano desde o da
      *>            data-base, entra a folha de 13º fechada (AAAA14, ou
      *>            AAAA13 se só a 1ª parcela fechou).
      *>============================================================================================
       2100-apura-competencias section.
       2100.
            set  fechafol-indisponivel to true
            open input arqfechafol01
            if   ws-fechafol-ok
                 set  fechafol-disponivel to true
            else
                 if   not ws-fechafol-inexistente
                      display "PROGRAMA19: erro ao abrir FECHAFOL.CAD - "
                              ws-resultado-acesso-fecha
                      move 8 to ws-codigo-retorno
                      move spaces to ws-evento-log
                      string "ERRO AO ABRIR FECHAFOL.CAD STATUS " ws-resultado-acesso-fecha
                             into ws-evento-log
                      perform 7000-grava-log
                      exit section
                 end-if
            end-if

            move ws-nu-competencia-base to ws-comp-corrente
            perform 2110-examina-mes
               thru 2110-examina-mes-exit
               until ws-comp-corrente is greater than ws-competencia-atual
               or    ws-codigo-retorno is greater than 4
            if   ws-nu-competencia-pgto = zeros
                 move ws-comp-corrente to ws-nu-competencia-pgto
            end-if

            move ws-base-ano to ws-ano-decimo
            perform 2120-examina-decimo
               thru 2120-examina-decimo-exit
               until ws-ano-decimo is greater than ws-atual-ano
               or    ws-codigo-retorno is greater than 4

            if   fechafol-disponivel
                 close arqfechafol01
            end-if

            perform 2150-verifica-folha-pgto.
       2100-exit.
            exit.

      *>============================================================================================
       2110-examina-mes section.
       2110.
            move ws-comp-corrente to ws-comp-consulta
            perform 2130-consulta-fechamento
            if   consulta-fechada
                 perform 2140-inclui-competencia
            else
                 if   ws-nu-competencia-pgto = zeros
                      move ws-comp-corrente to ws-nu-competencia-pgto
                 end-if
            end-if

            if   ws-corr-mes = 12
                 add  1 to ws-corr-ano
                 move 1 to ws-corr-mes
            else
                 add  1 to ws-corr-mes
            end-if.
       2110-examina-mes-exit.
            exit.

      *>============================================================================================
       2120-examina-decimo section.
       2120.
            compute ws-comp-consulta = ws-ano-decimo * 100 + 14
            perform 2130-consulta-fechamento
            if   consulta-aberta
                 compute ws-comp-consulta = ws-ano-decimo * 100 + 13
                 perform 2130-consulta-fechamento
            end-if
            if   consulta-fechada
                 perform 2140-inclui-competencia
            end-if
            add 1 to ws-ano-decimo.
       2120-examina-decimo-exit.
            exit.

      *>============================================================================================
       2130-consulta-fechamento section.
       2130.
            set  consulta-aberta to true
            if   fechafol-indisponivel
                 exit section
            end-if
            move ws-comp-consulta to fch-nu-competencia
            read arqfechafol01
            if   ws-fechafol-ok
            and  competencia-fechada
                 set  consulta-fechada to true
            end-if.
       2130-exit.
            exit.

      *>============================================================================================
       2140-inclui-competencia section.
       2140.
            if   ws-qt-competencias = 60
                 display "PROGRAMA19: mais de 60 competências fechadas desde a data-base"
                 move 8 to ws-codigo-retorno
                 move "MAIS DE 60 COMPETENCIAS FECHADAS DESDE A DATA-BASE"
                      to ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            add  1 to ws-qt-competencias
            move ws-comp-consulta to wtc-nu-competencia (ws-qt-competencias)
            set  wtc-folhames-lida (ws-qt-competencias) to true.
       2140-exit.
            exit.

      *>============================================================================================
      *>            FOLHAMES da competência de pagamento já existente quer
      *>            dizer que o PROGRAMA05 já rodou: a diferença só entra
      *>            se a folha for gerada de novo.
      *>============================================================================================
       2150-verifica-folha-pgto section.
       2150.
            set  folha-pgto-nao-gerada to true
            move spaces to wid-arqfolhames01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   ws-nu-competencia-pgto         delimited by size
                   into wid-arqfolhames01
            open input arqfolhames01
            if   ws-folha-ok
                 set  folha-pgto-gerada to true
                 close arqfolhames01
            end-if.
       2150-exit.
            exit.

      *>============================================================================================
      *>            Seleciona os funcionários pelos filtros informados e
      *>            calcula o salário novo. SALHIST.CAD é só consultado
      *>            aqui, para achar quem já tem o reajuste desta data-base.
      *>============================================================================================
       2200-carrega-funcionarios section.
       2200.
            open input arqindexado01
            if   not ws-operacao-ok
                 display "PROGRAMA19: erro ao abrir FUNCION.CAD - " ws-resultado-acesso
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FUNCION.CAD STATUS " ws-resultado-acesso
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            set  salhist-ausente to true
            open input arqsalhist01
            if   ws-salhist-ok
                 set  salhist-consultavel to true
            end-if

            move zeros to reg-chave
            start arqindexado01 key is not less than reg-chave
            if   ws-operacao-ok
                 read arqindexado01 next
                 perform 2210-seleciona-funcionario
                    thru 2210-seleciona-funcionario-exit
                    until not ws-operacao-ok
                    or    ws-codigo-retorno is greater than 4
            end-if

            close arqindexado01
            if   salhist-consultavel
                 close arqsalhist01
            end-if.
       2200-exit.
            exit.

      *>============================================================================================
       2210-seleciona-funcionario section.
       2210.
            if   funcionario-desligado
                 add 1 to ws-qt-fora-filtro
                 go to 2210-proximo
            end-if
            if   ws-uf-filtro not = spaces
            and  reg-uf-funcionario not = ws-uf-filtro
                 add 1 to ws-qt-fora-filtro
                 go to 2210-proximo
            end-if
            if   ws-sit-filtro = "A"
            and  not funcionario-ativo
            and  reg-sit-funcionario not = spaces
                 add 1 to ws-qt-fora-filtro
                 go to 2210-proximo
            end-if
            if   ws-sit-filtro = "F"
            and  not funcionario-afastado
                 add 1 to ws-qt-fora-filtro
                 go to 2210-proximo
            end-if
            if   ws-vl-teto-salario not = zeros
            and  reg-vl-salario-base is greater than ws-vl-teto-salario
                 add 1 to ws-qt-acima-teto
                 go to 2210-proximo
            end-if

            if   ws-qt-entradas = 5000
                 display "PROGRAMA19: mais de 5000 funcionários no reajuste"
                 move 8 to ws-codigo-retorno
                 move "MAIS DE 5000 FUNCIONARIOS NO REAJUSTE" to ws-evento-log
                 perform 7000-grava-log
                 go to 2210-seleciona-funcionario-exit
            end-if
            add  1 to ws-qt-entradas
            move ws-qt-entradas to ws-ix-entrada
            initialize ws-ent-dissidio (ws-ix-entrada)
            move reg-cd-funcionario  to wtb-cd-funcionario (ws-ix-entrada)
            move reg-no-funcionario  to wtb-no-funcionario (ws-ix-entrada)
            move reg-vl-salario-base to wtb-vl-salario-atual (ws-ix-entrada)
            compute wtb-vl-salario-novo (ws-ix-entrada) rounded =
                    reg-vl-salario-base * (100 + ws-pc-reajuste) / 100
            set  wtb-reajuste-pendente (ws-ix-entrada) to true

            perform 2220-procura-reajuste-anterior
            if   reajuste-anterior-achado
                 set  wtb-ja-reajustado (ws-ix-entrada) to true
            end-if.

       2210-proximo.
            read arqindexado01 next.
       2210-seleciona-funcionario-exit.
            exit.

      *>============================================================================================
      *>            Reajuste desta data-base já gravado = histórico com
      *>            operador "DISSIDIO" datado da data-base em diante.
      *>============================================================================================
       2220-procura-reajuste-anterior section.
       2220.
            set  reajuste-anterior-ausente to true
            if   salhist-ausente
                 exit section
            end-if
            move reg-cd-funcionario to his-cd-funcionario
            move ws-dt-inicio-base  to his-dt-alteracao
            move zeros              to his-hr-alteracao
            move zeros              to his-nu-sequencia
            start arqsalhist01 key is not less than his-chave
            if   ws-salhist-ok
                 read arqsalhist01 next
                 perform 2230-examina-historico
                    thru 2230-examina-historico-exit
                    until not ws-salhist-ok
                    or    his-cd-funcionario not = reg-cd-funcionario
                    or    reajuste-anterior-achado
            end-if.
       2220-exit.
            exit.

      *>============================================================================================
       2230-examina-historico section.
       2230.
            if   his-op-alteracao = "DISSIDIO"
                 set  reajuste-anterior-achado to true
            else
                 read arqsalhist01 next
            end-if.
       2230-examina-historico-exit.
            exit.

      *>============================================================================================
      *>            Lê o FOLHAMES de uma competência fechada e acumula a
      *>            diferença de cada funcionário selecionado.
      *>============================================================================================
       2300-apura-diferencas section.
       2300.
            move spaces to wid-arqfolhames01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   wtc-nu-competencia (ws-ix-competencia)
                                                  delimited by size
                   into wid-arqfolhames01

            open input arqfolhames01
            if   not ws-folha-ok
                 set  wtc-folhames-faltante (ws-ix-competencia) to true
                 add  1 to ws-qt-folhas-faltantes
                 move 4 to ws-codigo-retorno
                 display "PROGRAMA19: FALTA a folha da competência fechada "
                         wtc-nu-competencia (ws-ix-competencia)
                 move spaces to ws-evento-log
                 string "FALTA FOLHAMES DA COMPETENCIA "
                        wtc-nu-competencia (ws-ix-competencia)
                        into ws-evento-log
                 perform 7000-grava-log
                 add  1 to ws-ix-competencia
                 go to 2300-apura-diferencas-exit
            end-if

            read arqfolhames01
            perform 2310-acumula-diferenca
               thru 2310-acumula-diferenca-exit
               until not ws-folha-ok
            close arqfolhames01

            add 1 to ws-ix-competencia.
       2300-apura-diferencas-exit.
            exit.

      *>============================================================================================
       2310-acumula-diferenca section.
       2310.
            perform 2320-localiza-entrada
            if   entrada-nao-achada
            or   wtb-ja-reajustado (ws-ix-entrada)
                 go to 2310-proximo
            end-if

            if   folha-tipo-mensal
                 compute ws-vl-diferenca rounded =
                         fol-vl-salario-base * ws-pc-reajuste / 100
                 add ws-vl-diferenca to wtb-vl-dif-salario (ws-ix-entrada)
                 add ws-vl-diferenca to wtb-vl-total (ws-ix-entrada)
                 add 1 to wtb-qt-competencias (ws-ix-entrada)
                 compute ws-vl-diferenca rounded =
                         fol-vl-terco-ferias * ws-pc-reajuste / 100
                 add ws-vl-diferenca to wtb-vl-dif-ferias (ws-ix-entrada)
                 add ws-vl-diferenca to wtb-vl-total (ws-ix-entrada)
            else
                 compute ws-vl-diferenca rounded =
                         fol-vl-salario-bruto * ws-pc-reajuste / 100
                 add ws-vl-diferenca to wtb-vl-dif-decimo (ws-ix-entrada)
                 add ws-vl-diferenca to wtb-vl-total (ws-ix-entrada)
            end-if.

       2310-proximo.
            read arqfolhames01.
       2310-acumula-diferenca-exit.
            exit.

      *>============================================================================================
       2320-localiza-entrada section.
       2320.
            set  entrada-nao-achada to true
            move 1 to ws-ix-entrada
            if   ws-qt-entradas = zeros
                 exit section
            end-if
            perform 2330-compara-entrada
               thru 2330-compara-entrada-exit
               until entrada-achada
               or    ws-ix-entrada is greater than ws-qt-entradas.
       2320-exit.
            exit.

      *>============================================================================================
       2330-compara-entrada section.
       2330.
            if   wtb-cd-funcionario (ws-ix-entrada) = fol-cd-funcionario
                 set  entrada-achada to true
            else
                 add  1 to ws-ix-entrada
            end-if.
       2330-compara-entrada-exit.
            exit.

      *>============================================================================================
       2400-imprime-cabecalho section.
       2400.
            write reg-arq-relatorio-01 from ws-linha-separadora
            if   dissidio-efetivado
                 move "EFETIVADO"  to wlt-modo
            else
                 move "SIMULACAO"  to wlt-modo
            end-if
            write reg-arq-relatorio-01 from ws-linha-titulo
            move ws-pc-reajuste         to wlp-percentual
            move ws-nu-competencia-base to wlp-data-base
            move ws-nu-competencia-pgto to wlp-competencia-pgto
            write reg-arq-relatorio-01 from ws-linha-parametros
            move ws-vl-teto-salario     to wlf-teto
            move ws-uf-filtro           to wlf-uf
            move ws-sit-filtro          to wlf-situacao
            write reg-arq-relatorio-01 from ws-linha-filtros
            if   folha-pgto-gerada
                 move ws-nu-competencia-pgto to wlg-competencia
                 write reg-arq-relatorio-01 from ws-linha-folha-gerada
            end-if

            write reg-arq-relatorio-01 from ws-linha-titulo-competencias
            move 1 to ws-ix-competencia
            perform 2410-imprime-competencia
               thru 2410-imprime-competencia-exit
               until ws-ix-competencia is greater than ws-qt-competencias.
       2400-exit.
            exit.

      *>============================================================================================
       2410-imprime-competencia section.
       2410.
            move wtc-nu-competencia (ws-ix-competencia) to wlc-competencia
            move spaces to wlc-observacao
            if   wtc-folhames-faltante (ws-ix-competencia)
                 move "*** FALTA FOLHAMES - DIFERENCA NAO APURADA ***"
                      to wlc-observacao
            end-if
            write reg-arq-relatorio-01 from ws-linha-competencia
            add 1 to ws-ix-competencia.
       2410-imprime-competencia-exit.
            exit.

      *>============================================================================================
      *>            Na efetivação FUNCION.CAD é reaberto para atualização;
      *>            SALHIST.CAD e DIFRETRO.CAD são criados na primeira vez.
      *>============================================================================================
       2500-abre-atualizacao section.
       2500.
            open i-o arqindexado01
            if   not ws-operacao-ok
                 display "PROGRAMA19: erro ao abrir FUNCION.CAD - " ws-resultado-acesso
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FUNCION.CAD STATUS " ws-resultado-acesso
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open i-o arqsalhist01
            if   ws-salhist-inexistente
                 open output arqsalhist01
                 close arqsalhist01
                 open i-o arqsalhist01
            end-if
            if   not ws-salhist-ok
                 display "PROGRAMA19: erro ao abrir SALHIST.CAD - "
                         ws-resultado-acesso-salhist
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR SALHIST.CAD STATUS " ws-resultado-acesso-salhist
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexado01
                 exit section
            end-if

            open i-o arqdifretro01
            if   ws-difretro-inexistente
                 open output arqdifretro01
                 close arqdifretro01
                 open i-o arqdifretro01
            end-if
            if   not ws-difretro-ok
                 display "PROGRAMA19: erro ao abrir DIFRETRO.CAD - "
                         ws-resultado-acesso-difret
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR DIFRETRO.CAD STATUS " ws-resultado-acesso-difret
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexado01
                 close arqsalhist01
                 exit section
            end-if.
       2500-exit.
            exit.

      *>============================================================================================
       2600-trata-funcionario section.
       2600.
            write reg-arq-relatorio-01 from ws-linha-separadora
            move wtb-cd-funcionario (ws-ix-entrada) to wlf-cd-funcionario
            move wtb-no-funcionario (ws-ix-entrada) to wlf-no-funcionario
            write reg-arq-relatorio-01 from ws-linha-funcionario

            if   wtb-ja-reajustado (ws-ix-entrada)
                 write reg-arq-relatorio-01 from ws-linha-ja-reajustado
                 add 1 to ws-qt-ja-reajustados
                 go to 2600-proximo
            end-if

            move "SALARIO BASE ATUAL"      to wlv-descricao
            move wtb-vl-salario-atual (ws-ix-entrada) to wlv-valor
            write reg-arq-relatorio-01 from ws-linha-verba
            move "SALARIO BASE REAJUSTADO" to wlv-descricao
            move wtb-vl-salario-novo (ws-ix-entrada) to wlv-valor
            write reg-arq-relatorio-01 from ws-linha-verba
            move wtb-qt-competencias (ws-ix-entrada) to wls-qt-competencias
            move wtb-vl-dif-salario (ws-ix-entrada)  to wls-valor
            write reg-arq-relatorio-01 from ws-linha-dif-salario
            move "DIFERENCA 1/3 FERIAS"    to wlv-descricao
            move wtb-vl-dif-ferias (ws-ix-entrada) to wlv-valor
            write reg-arq-relatorio-01 from ws-linha-verba
            move "DIFERENCA 13 SALARIO"    to wlv-descricao
            move wtb-vl-dif-decimo (ws-ix-entrada) to wlv-valor
            write reg-arq-relatorio-01 from ws-linha-verba
            move "TOTAL RETROATIVO"        to wlv-descricao
            move wtb-vl-total (ws-ix-entrada) to wlv-valor
            write reg-arq-relatorio-01 from ws-linha-verba
            if   not ws-relatorio-ok
                 display "PROGRAMA19: erro ao gravar demonstrativo - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR DEMONSTRATIVO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 go to 2600-trata-funcionario-exit
            end-if

            if   dissidio-efetivado
                 perform 2700-efetiva-funcionario
                 if   ws-codigo-retorno is greater than 4
                      go to 2600-trata-funcionario-exit
                 end-if
            end-if

            add 1 to ws-qt-reajustados
            add wtb-vl-salario-atual (ws-ix-entrada) to ws-tt-salario-atual
            add wtb-vl-salario-novo (ws-ix-entrada)  to ws-tt-salario-novo
            add wtb-vl-total (ws-ix-entrada)         to ws-tt-retroativo.

       2600-proximo.
            add 1 to ws-ix-entrada.
       2600-trata-funcionario-exit.
            exit.

      *>============================================================================================
      *>            Diferença primeiro, depois o salário e por último o
      *>            histórico, que marca o reajuste como feito: repetida a
      *>            execução após uma queda, a diferença da mesma data-base
      *>            é substituída e o salário não é reajustado de novo.
      *>============================================================================================
       2700-efetiva-funcionario section.
       2700.
            accept ws-hora-atual from time

            if   wtb-vl-total (ws-ix-entrada) not = zeros
                 perform 2720-lanca-diferenca
                 if   ws-codigo-retorno is greater than 4
                      exit section
                 end-if
            end-if

            move wtb-cd-funcionario (ws-ix-entrada) to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 display "PROGRAMA19: erro ao ler FUNCION.CAD - " ws-resultado-acesso
                         " funcionário " wtb-cd-funcionario (ws-ix-entrada)
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO LER FUNCION.CAD STATUS " ws-resultado-acesso
                        " FUNCIONARIO " wtb-cd-funcionario (ws-ix-entrada)
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            move reg-vl-salario-base to ws-vl-salario-anterior
            move wtb-vl-salario-novo (ws-ix-entrada) to reg-vl-salario-base
            move ws-data-atual to reg-dt-alteracao
            move ws-hora-atual to reg-hr-alteracao
            move "DISSIDIO"    to reg-op-alteracao
            rewrite reg-arq-indexado-01
            if   not ws-operacao-ok
                 display "PROGRAMA19: erro ao regravar FUNCION.CAD - " ws-resultado-acesso
                         " funcionário " reg-cd-funcionario
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO REGRAVAR FUNCION.CAD STATUS " ws-resultado-acesso
                        " FUNCIONARIO " reg-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            initialize reg-arq-salhist-01
            move reg-cd-funcionario     to his-cd-funcionario
            move ws-data-atual          to his-dt-alteracao
            move ws-hora-atual          to his-hr-alteracao
            move 1                      to his-nu-sequencia
            move ws-vl-salario-anterior to his-vl-salario-base-ant
            move reg-vl-salario-base    to his-vl-salario-base-novo
            move reg-vl-salario-familia to his-vl-salario-familia-ant
            move reg-vl-salario-familia to his-vl-salario-familia-novo
            move "DISSIDIO"             to his-op-alteracao
            write reg-arq-salhist-01
            perform 2715-desempata-historico
               thru 2715-desempata-historico-exit
               until not ws-salhist-duplicado
               or    his-nu-sequencia = 99
            if   not ws-salhist-ok
                 display "PROGRAMA19: erro ao gravar SALHIST.CAD - "
                         ws-resultado-acesso-salhist
                         " funcionário " reg-cd-funcionario
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR SALHIST.CAD STATUS " ws-resultado-acesso-salhist
                        " FUNCIONARIO " reg-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
       2700-exit.
            exit.

      *>============================================================================================
       2715-desempata-historico section.
       2715.
            add  1 to his-nu-sequencia
            write reg-arq-salhist-01.
       2715-desempata-historico-exit.
            exit.

      *>============================================================================================
      *>            Outro retroativo já lançado para o funcionário na mesma
      *>            competência (de outra data-base) é somado; o da mesma
      *>            data-base é substituído.
      *>============================================================================================
       2720-lanca-diferenca section.
       2720.
            move ws-nu-competencia-pgto to dif-nu-competencia
            move wtb-cd-funcionario (ws-ix-entrada) to dif-cd-funcionario
            read arqdifretro01
            if   ws-difretro-ok
            and  dif-nu-competencia-base not = ws-nu-competencia-base
                 add wtb-qt-competencias (ws-ix-entrada) to dif-qt-competencias
                 add wtb-vl-dif-salario (ws-ix-entrada)  to dif-vl-dif-salario
                 add wtb-vl-dif-ferias (ws-ix-entrada)   to dif-vl-dif-ferias
                 add wtb-vl-dif-decimo (ws-ix-entrada)   to dif-vl-dif-decimo
                 add wtb-vl-total (ws-ix-entrada)        to dif-vl-total
            else
                 move wtb-qt-competencias (ws-ix-entrada) to dif-qt-competencias
                 move wtb-vl-dif-salario (ws-ix-entrada)  to dif-vl-dif-salario
                 move wtb-vl-dif-ferias (ws-ix-entrada)   to dif-vl-dif-ferias
                 move wtb-vl-dif-decimo (ws-ix-entrada)   to dif-vl-dif-decimo
                 move wtb-vl-total (ws-ix-entrada)        to dif-vl-total
            end-if
            move ws-nu-competencia-base to dif-nu-competencia-base
            move ws-pc-reajuste         to dif-pc-reajuste
            move ws-data-atual          to dif-dt-alteracao
            move ws-hora-atual          to dif-hr-alteracao
            move "DISSIDIO"             to dif-op-alteracao
            if   ws-difretro-ok
                 rewrite reg-arq-difretro-01
            else
                 write reg-arq-difretro-01
            end-if
            if   not ws-difretro-ok
                 display "PROGRAMA19: erro ao gravar DIFRETRO.CAD - "
                         ws-resultado-acesso-difret
                         " funcionário " dif-cd-funcionario
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR DIFRETRO.CAD STATUS " ws-resultado-acesso-difret
                        " FUNCIONARIO " dif-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
       2720-exit.
            exit.

      *>============================================================================================
       2800-imprime-totais section.
       2800.
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-titulo-totais
            move "FUNCIONARIOS REAJUSTADOS"   to wlq-descricao
            move ws-qt-reajustados            to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "JA REAJUSTADOS NA DATA-BASE" to wlq-descricao
            move ws-qt-ja-reajustados         to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "ACIMA DO TETO SALARIAL"     to wlq-descricao
            move ws-qt-acima-teto             to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "FORA DO FILTRO/DESLIGADOS"  to wlq-descricao
            move ws-qt-fora-filtro            to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "FOLHA MENSAL ANTES"         to wto-descricao
            move ws-tt-salario-atual          to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "FOLHA MENSAL REAJUSTADA"    to wto-descricao
            move ws-tt-salario-novo           to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL RETROATIVO"           to wto-descricao
            move ws-tt-retroativo             to wto-valor
            write reg-arq-relatorio-01 from ws-linha-total
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2800-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " EFETIVAR=" ws-sw-efetivar
                   " REAJUSTADOS=" ws-qt-reajustados
                   " JA-REAJUSTADOS=" ws-qt-ja-reajustados
                   " COMPETENCIA-PGTO=" ws-nu-competencia-pgto
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
                 display "PROGRAMA19: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA19 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

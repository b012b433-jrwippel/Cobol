      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA30.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Provisão de Férias e 13º e Lançamentos Contábeis
      *>            --------------------------------------------------------
      *>            Rodado todo mês depois do PROGRAMA05 (e, em novembro e
      *>            dezembro, depois das folhas de 13º). Substitui a
      *>            planilha montada a partir de HOLERITE e GUIARECO.
      *>
      *>            Provisão, por funcionário ativo ou afastado:
      *>
      *>               . férias: avos desde o início do período aquisitivo
      *>                 em aberto — o dia seguinte ao fim do último
      *>                 período já gozado em FERIAS.CAD (concedidas ou
      *>                 encerradas com pagamento até a competência) ou,
      *>                 sem férias gozadas, reg-dt-admissao. Período
      *>                 vencido e não gozado continua somando avos. Saldo =
      *>                 salário base x avos / 12, mais 1/3 de férias;
      *>               . 13º: avos do ano até a competência, com a mesma
      *>                 regra do PROGRAMA05 (mês de admissão conta até o
      *>                 dia 16). Saldo = salário base x avos / 12, menos o
      *>                 13º já pago no ano;
      *>               . sobre os dois, FGTS de 8% e INSS patronal de 20%,
      *>                 as alíquotas do PROGRAMA05.
      *>
      *>            Pagamentos da competência (baixa da provisão):
      *>
      *>               . férias: funcionário com adicional de 1/3 no
      *>                 FOLHAMES do mês recebeu como férias o salário base
      *>                 (3 x o terço) mais o terço, com FGTS e INSS
      *>                 patronal sobre esse valor;
      *>               . 13º: a 1ª parcela (FOLHAMES.AAAA13) é baixada na
      *>                 competência de novembro e a 2ª (FOLHAMES.AAAA14) na
      *>                 de dezembro, pelo valor efetivamente creditado
      *>                 (bruto da parcela menos a 1ª parcela já paga) e
      *>                 pelos encargos gravados na própria folha de 13º.
      *>                 Com a 2ª parcela paga o saldo do 13º do ano zera.
      *>
      *>            O arquivo acumulado PROVISAO.CAD guarda, por competência,
      *>            funcionário e tipo (F = férias, D = 13º), o saldo
      *>            anterior (o da competência anterior no próprio arquivo),
      *>            a constituição do mês, a baixa, o saldo atual e o
      *>            movimento (saldo atual - saldo anterior, ou seja,
      *>            constituição menos pagamentos). Reprocessar a mesma
      *>            competência regrava os mesmos registros. Funcionário com
      *>            saldo na competência anterior que saiu do cadastro e da
      *>            folha (excluído no PROGRAMA01, por exemplo) tem o saldo
      *>            revertido, para o razão continuar batendo com o arquivo.
      *>
      *>            Lançamentos contábeis da competência em LANCCONT.AAAAMM
      *>            (conta débito, conta crédito, valor e histórico), um por
      *>            evento contábil com valor: salários, descontos, encargos,
      *>            baixas e constituição das provisões. As contas e o
      *>            histórico de cada evento vêm da tabela CONTACTB.CAD,
      *>            mantida pela contabilidade no PROGRAMA31; evento com
      *>            valor e sem conta na tabela dá código de retorno 8.
      *>            Valor negativo (reversão de provisão, por exemplo) é
      *>            lançado com as contas invertidas.
      *>
      *>            O relatório PROVCTB.AAAAMM traz a provisão por
      *>            funcionário, os lançamentos e a prova por conta, com o
      *>            total de débitos igual ao total de créditos.
      *>
      *>            Competência por FOLHA_COMPETENCIA (só AAAAMM mensal);
      *>            diretório por FOLHA_MES_DIR; log em JOBLOG_PATH. Código
      *>            de retorno 8 em erro de arquivo ou de tabela, 4 quando
      *>            falta FERIAS.CAD, falta a folha de 13º em novembro ou
      *>            dezembro, não há saldo da competência anterior (primeira
      *>            apuração) ou há funcionário sem data de admissão.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqindexado01 assign to disk wid-arqindexado01
                   organization    is indexed
                   access mode     is sequential
                   record key      is reg-chave
                   file status     is ws-resultado-acesso.

            select arqferias01 assign to disk wid-arqferias01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is fer-chave
                   file status     is ws-resultado-acesso-ferias.

            select arqfolhames01 assign to disk wid-arqfolhames01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-folha.

            select arqfolhadec01 assign to disk wid-arqfolhadec01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-foldec.

            select arqprovisao01 assign to disk wid-arqprovisao01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is prv-chave
                   file status     is ws-resultado-acesso-provis.

            select arqcontactb01 assign to disk wid-arqcontactb01
                   organization    is indexed
                   access mode     is random
                   record key      is ctb-chave
                   file status     is ws-resultado-acesso-contas.

            select arqlanccont01 assign to disk wid-arqlanccont01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-lancct.

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

       fd  arqferias01.

       01  reg-arq-ferias-01.
           03  fer-chave.
               05  fer-cd-funcionario    pic 9(07).
               05  fer-dt-inicio         pic 9(08).
           03  fer-dt-fim                pic 9(08).
           03  fer-dt-inicio-aquisitivo  pic 9(08).
           03  fer-dt-fim-aquisitivo     pic 9(08).
           03  fer-nu-competencia-pgto   pic 9(06).
           03  fer-sit-ferias            pic x(01).
               88  ferias-programada     value "P".
               88  ferias-concedida      value "C".
               88  ferias-encerrada      value "E".
           03  fer-dt-hr-alteracao.
               05  fer-dt-alteracao      pic 9(08).
               05  fer-hr-alteracao      pic 9(06).
           03  fer-op-alteracao          pic x(10).

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

      *>            Mesmo layout do FOLHAMES, para a folha de 13º paga na
      *>            competência (AAAA13 em novembro, AAAA14 em dezembro).
       fd  arqfolhadec01.

       01  reg-arq-folhadec-01.
           03  dec-nu-competencia        pic 9(06).
           03  dec-cd-funcionario        pic 9(07).
           03  dec-no-funcionario        pic x(30).
           03  dec-vl-salario-base       pic 9(07)v99.
           03  dec-vl-salario-familia    pic 9(05)v99.
           03  dec-vl-salario-bruto      pic 9(07)v99.
           03  dec-vl-inss               pic 9(07)v99.
           03  dec-vl-irrf               pic 9(07)v99.
           03  dec-vl-salario-liquido    pic 9(07)v99.
           03  dec-tp-folha              pic x(01).
           03  dec-vl-terco-ferias       pic 9(07)v99.
           03  dec-vl-horas-extras       pic 9(07)v99.
           03  dec-vl-faltas             pic 9(07)v99.
           03  dec-vl-adiantamento       pic 9(07)v99.
           03  dec-vl-emprestimo         pic 9(07)v99.
           03  dec-vl-fgts               pic 9(07)v99.
           03  dec-vl-inss-patronal      pic 9(07)v99.
           03  dec-vl-pensao             pic 9(07)v99.
           03  dec-vl-retroativo         pic 9(07)v99.
           03  dec-cd-centro-custo       pic 9(05).

       fd  arqprovisao01.

       01  reg-arq-provisao-01.
           03  prv-chave.
               05  prv-nu-competencia    pic 9(06).
               05  prv-cd-funcionario    pic 9(07).
               05  prv-tp-provisao       pic x(01).
                   88  provisao-ferias   value "F".
                   88  provisao-decimo   value "D".
           03  prv-qt-avos               pic 9(03).
           03  prv-vl-salario-base       pic 9(07)v99.
           03  prv-saldo-anterior.
               05  prv-vl-ant-remuneracao pic 9(09)v99.
               05  prv-vl-ant-encargos   pic 9(09)v99.
           03  prv-constituicao.
               05  prv-vl-cst-remuneracao pic s9(09)v99.
               05  prv-vl-cst-encargos   pic s9(09)v99.
           03  prv-baixa.
               05  prv-vl-bx-remuneracao pic 9(09)v99.
               05  prv-vl-bx-fgts        pic 9(09)v99.
               05  prv-vl-bx-patronal    pic 9(09)v99.
           03  prv-saldo-atual.
               05  prv-vl-sld-remuneracao pic 9(09)v99.
               05  prv-vl-sld-encargos   pic 9(09)v99.
           03  prv-vl-pago-ano           pic 9(09)v99.
           03  prv-vl-movimento          pic s9(09)v99.
           03  prv-dt-hr-calculo.
               05  prv-dt-calculo        pic 9(08).
               05  prv-hr-calculo        pic 9(06).

       fd  arqcontactb01.

       01  reg-arq-contactb-01.
           03  ctb-chave.
               05  ctb-cd-evento         pic 9(02).
           03  ctb-cd-conta-debito       pic x(20).
           03  ctb-cd-conta-credito      pic x(20).
           03  ctb-ds-historico          pic x(40).
           03  ctb-dt-hr-alteracao.
               05  ctb-dt-alteracao      pic 9(08).
               05  ctb-hr-alteracao      pic 9(06).
           03  ctb-op-alteracao          pic x(10).

       fd  arqlanccont01.

       01  reg-arq-lanccont-01.
           03  lct-nu-competencia        pic 9(06).
           03  lct-nu-sequencia          pic 9(03).
           03  lct-cd-evento             pic 9(02).
           03  lct-cd-conta-debito       pic x(20).
           03  lct-cd-conta-credito      pic x(20).
           03  lct-vl-lancamento         pic 9(11)v99.
           03  lct-ds-historico          pic x(60).

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(132).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
            03 ws-resultado-acesso-ferias  pic x(2).
               88 ws-ferias-ok             value "00" "02".
            03 ws-resultado-acesso-folha   pic x(2).
               88 ws-folha-ok              value "00" "02".
            03 ws-resultado-acesso-foldec  pic x(2).
               88 ws-folhadec-ok           value "00" "02".
            03 ws-resultado-acesso-provis  pic x(2).
               88 ws-provisao-ok           value "00" "02".
               88 ws-provisao-inexistente  value "35".
            03 ws-resultado-acesso-contas  pic x(2).
               88 ws-contas-ok             value "00" "02".
            03 ws-resultado-acesso-lancct  pic x(2).
               88 ws-lanccont-ok           value "00" "02".
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
            03 wid-arqferias01             pic x(100).
            03 ws-caminho-arqferias01      pic x(100).
            03 wid-arqprovisao01           pic x(100).
            03 ws-caminho-arqprovisao01    pic x(100).
            03 wid-arqcontactb01           pic x(100).
            03 ws-caminho-arqcontactb01    pic x(100).
            03 wid-arqfolhames01           pic x(150).
            03 wid-arqfolhadec01           pic x(150).
            03 wid-arqlanccont01           pic x(150).
            03 wid-arqrelatorio01          pic x(150).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).
            03 ws-competencia-informada    pic x(06).
            03 ws-nu-competencia           pic 9(06).
            03 ws-nu-comp-partes redefines ws-nu-competencia.
               05 ws-comp-ano              pic 9(04).
               05 ws-comp-mes              pic 9(02).
            03 ws-nu-competencia-ant       pic 9(06).
            03 ws-nu-comp-ant-partes redefines ws-nu-competencia-ant.
               05 ws-ant-ano               pic 9(04).
               05 ws-ant-mes               pic 9(02).
            03 ws-nu-competencia-dec       pic 9(06).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

       01   ws-controle-arquivos.
            03 ws-sw-ferias-disponivel     pic x(01) value "N".
               88 ferias-disponivel        value "S".
               88 ferias-indisponivel      value "N".
            03 ws-sw-decimo-esperado       pic x(01) value "N".
               88 decimo-esperado          value "S".
            03 ws-sw-decimo-disponivel     pic x(01) value "N".
               88 decimo-disponivel        value "S".
               88 decimo-indisponivel      value "N".
            03 ws-sw-provisao-aberta       pic x(01) value "N".
               88 provisao-aberta          value "S".

      *>            Balance line entre FUNCION.CAD, o FOLHAMES do mês, a
      *>            folha de 13º e a provisão da competência anterior, todos
      *>            em ordem de código; fim de arquivo leva a chave para
      *>            além de qualquer código.
       01   ws-controle-balance-line.
            03 ws-chave-fim                pic 9(08) value 99999999.
            03 ws-cd-chave-funcion         pic 9(08).
            03 ws-cd-chave-folha           pic 9(08).
            03 ws-cd-chave-decimo          pic 9(08).
            03 ws-cd-chave-provisao        pic 9(08).
            03 ws-cd-ultima-provisao       pic 9(07) value zeros.
            03 ws-cd-chave-atual           pic 9(08).
            03 ws-sw-tem-funcion           pic x(01).
               88 tem-funcion              value "S".
            03 ws-sw-tem-folha             pic x(01).
               88 tem-folha                value "S".
            03 ws-sw-tem-decimo            pic x(01).
               88 tem-decimo               value "S".
            03 ws-sw-tem-provisao          pic x(01).
               88 tem-provisao             value "S".
            03 ws-no-funcionario-atual     pic x(30).

       01   ws-aliquotas-encargos.
            03 ws-aliquota-fgts            pic 9v999 value 0,08.
            03 ws-aliquota-inss-patronal   pic 9v999 value 0,20.

      *>            Pagamentos do funcionário na competência.
       01   ws-baixas-funcionario.
            03 ws-vl-bx-fer-remuneracao    pic 9(09)v99.
            03 ws-vl-bx-fer-fgts           pic 9(09)v99.
            03 ws-vl-bx-fer-patronal       pic 9(09)v99.
            03 ws-vl-bx-dec-remuneracao    pic 9(09)v99.
            03 ws-vl-bx-dec-fgts           pic 9(09)v99.
            03 ws-vl-bx-dec-patronal       pic 9(09)v99.
            03 ws-vl-pensao-lida           pic 9(07)v99.
            03 ws-vl-outros-descontos      pic s9(09)v99.

       01   ws-calculo-provisao.
            03 ws-qt-avos                  pic 9(03).
            03 ws-qt-avos-calc             pic s9(05).
            03 ws-nu-meses-competencia     pic 9(06).
            03 ws-nu-meses-base            pic 9(06).
            03 ws-dt-base-avos             pic 9(08).
            03 ws-dt-base-partes redefines ws-dt-base-avos.
               05 ws-base-ano              pic 9(04).
               05 ws-base-mes              pic 9(02).
               05 ws-base-dia              pic 9(02).
            03 ws-dt-ultimo-aquisitivo     pic 9(08).
            03 ws-sw-elegivel              pic x(01).
               88 funcionario-elegivel     value "S".
               88 funcionario-nao-elegivel value "N".
            03 ws-ds-observacao            pic x(17).
            03 ws-vl-acumulado-decimo      pic 9(09)v99.
            03 ws-vl-ant-remuneracao       pic 9(09)v99.
            03 ws-vl-ant-encargos          pic 9(09)v99.
            03 ws-vl-ant-pago-ano          pic 9(09)v99.
            03 ws-vl-sld-remuneracao       pic 9(09)v99.
            03 ws-vl-sld-encargos          pic 9(09)v99.
            03 ws-vl-sld-calc              pic s9(09)v99.
            03 ws-vl-pago-ano              pic 9(09)v99.
            03 ws-vl-cst-remuneracao       pic s9(09)v99.
            03 ws-vl-cst-encargos          pic s9(09)v99.
            03 ws-vl-bx-total              pic 9(09)v99.
            03 ws-vl-movimento             pic s9(09)v99.
            03 ws-tp-provisao-atual        pic x(01).

      *>            Totais da provisão: posição 1 férias, 2 13º.
       01   ws-totais-provisao.
            03 ws-tt-provisao              occurs 2.
               05 ws-tt-prv-anterior       pic s9(11)v99.
               05 ws-tt-prv-constituicao   pic s9(11)v99.
               05 ws-tt-prv-baixa          pic s9(11)v99.
               05 ws-tt-prv-atual          pic s9(11)v99.
               05 ws-tt-prv-movimento      pic s9(11)v99.
            03 ws-ix-provisao              pic 9(01).

       01   ws-contadores.
            03 ws-qt-funcionarios-lidos    pic 9(07) value zeros.
            03 ws-qt-folha-lidos           pic 9(07) value zeros.
            03 ws-qt-decimo-lidos          pic 9(07) value zeros.
            03 ws-qt-provisoes-gravadas    pic 9(07) value zeros.
            03 ws-qt-saldos-anteriores     pic 9(07) value zeros.
            03 ws-qt-sem-admissao          pic 9(07) value zeros.
            03 ws-qt-lancamentos           pic 9(03) value zeros.

      *>            Eventos contábeis: a posição na tabela é o código do
      *>            evento em CONTACTB.CAD (tela do PROGRAMA31).
       01   ws-descricoes-eventos.
            03 filler pic x(30) value "SALARIOS DO MES".
            03 filler pic x(30) value "FERIAS PAGAS (BAIXA PROVISAO)".
            03 filler pic x(30) value "13 PAGO (BAIXA PROVISAO)".
            03 filler pic x(30) value "INSS DESCONTADO".
            03 filler pic x(30) value "IRRF DESCONTADO".
            03 filler pic x(30) value "PENSAO ALIMENTICIA".
            03 filler pic x(30) value "ADIANTAMENTOS E EMPRESTIMOS".
            03 filler pic x(30) value "FGTS DO MES".
            03 filler pic x(30) value "INSS PATRONAL DO MES".
            03 filler pic x(30) value "FGTS S/ FERIAS PAGAS".
            03 filler pic x(30) value "INSS PATRONAL S/ FERIAS PAGAS".
            03 filler pic x(30) value "FGTS S/ 13 PAGO".
            03 filler pic x(30) value "INSS PATRONAL S/ 13 PAGO".
            03 filler pic x(30) value "PROVISAO DE FERIAS".
            03 filler pic x(30) value "PROVISAO ENCARGOS S/ FERIAS".
            03 filler pic x(30) value "PROVISAO DE 13 SALARIO".
            03 filler pic x(30) value "PROVISAO ENCARGOS S/ 13".
       01   ws-tabela-descricoes redefines ws-descricoes-eventos.
            03 wde-descricao               pic x(30) occurs 17.

       01   ws-tabela-eventos.
            03 ws-qt-eventos               pic 9(02) value 17.
            03 ws-ix-evento                pic 9(02).
            03 ws-evento                   occurs 17.
               05 ws-vl-evento             pic s9(11)v99.
               05 ws-sw-conta-cadastrada   pic x(01).
                  88 conta-cadastrada      value "S".
               05 ws-cd-evento-debito      pic x(20).
               05 ws-cd-evento-credito     pic x(20).
               05 ws-ds-evento-historico   pic x(40).

      *>            Prova por conta: no máximo duas contas por evento.
       01   ws-tabela-razao.
            03 ws-qt-contas-razao          pic 9(02) value zeros.
            03 ws-ix-razao                 pic 9(02).
            03 ws-conta-razao              occurs 34.
               05 ws-cd-conta-razao        pic x(20).
               05 ws-vl-debito-razao       pic 9(11)v99.
               05 ws-vl-credito-razao      pic 9(11)v99.
            03 ws-cd-conta-procurada       pic x(20).
            03 ws-sw-conta-encontrada      pic x(01).
               88 conta-encontrada         value "S".
               88 conta-nao-encontrada     value "N".
            03 ws-tt-debitos               pic 9(11)v99 value zeros.
            03 ws-tt-creditos              pic 9(11)v99 value zeros.

       01   ws-lancamento-corrente.
            03 ws-vl-lancamento            pic 9(11)v99.
            03 ws-cd-conta-debito          pic x(20).
            03 ws-cd-conta-credito         pic x(20).

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(132) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(50) value
                  "PROVISAO DE FERIAS E 13 E LANCAMENTOS CONTABEIS - ".
               05 filler                   pic x(07) value "COMPET.".
               05 filler                   pic x(01) value space.
               05 wlt-competencia          pic 9(06).
               05 filler                   pic x(12) value " EMITIDO EM ".
               05 wlt-data                 pic 9(08).
               05 filler                   pic x(01) value space.
               05 wlt-hora                 pic 9(06).
               05 filler                   pic x(41) value spaces.
            03 ws-linha-subtitulo.
               05 wls-subtitulo            pic x(132).
            03 ws-linha-cabecalho-provisao.
               05 filler                   pic x(39) value
                  "CODIGO  NOME                 TIPO  AVOS".
               05 filler                   pic x(60) value
                  " SALDO ANTERIOR   CONSTITUICAO   BAIXA (PAGO)    SALDO ATUAL".
               05 filler                   pic x(33) value
                  "      MOVIMENTO OBSERVACAO".
            03 ws-linha-provisao.
               05 wlp-cd-funcionario       pic 9(07).
               05 filler                   pic x(01) value space.
               05 wlp-no-funcionario       pic x(20).
               05 filler                   pic x(01) value space.
               05 wlp-ds-tipo              pic x(06).
               05 filler                   pic x(01) value space.
               05 wlp-qt-avos              pic zz9.
               05 filler                   pic x(01) value space.
               05 wlp-vl-anterior          pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlp-vl-constituicao      pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlp-vl-baixa             pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlp-vl-atual             pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlp-vl-movimento         pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlp-ds-observacao        pic x(17).
            03 ws-linha-total-provisao.
               05 wlt-ds-total             pic x(40).
               05 wlt-vl-anterior          pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlt-vl-constituicao      pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlt-vl-baixa             pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlt-vl-atual             pic ---.---.--9,99.
               05 filler                   pic x(01) value space.
               05 wlt-vl-movimento         pic ---.---.--9,99.
               05 filler                   pic x(18) value spaces.
            03 ws-linha-cabecalho-lancamento.
               05 filler                   pic x(49) value
                  "SEQ EV CONTA DEBITO         CONTA CREDITO       ".
               05 filler                   pic x(83) value
                  "            VALOR HISTORICO".
            03 ws-linha-lancamento.
               05 wll-nu-sequencia         pic 9(03).
               05 filler                   pic x(01) value space.
               05 wll-cd-evento            pic 9(02).
               05 filler                   pic x(01) value space.
               05 wll-cd-conta-debito      pic x(20).
               05 filler                   pic x(01) value space.
               05 wll-cd-conta-credito     pic x(20).
               05 filler                   pic x(01) value space.
               05 wll-vl-lancamento        pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(01) value space.
               05 wll-ds-historico         pic x(60).
               05 filler                   pic x(05) value spaces.
            03 ws-linha-sem-conta.
               05 filler                   pic x(03) value "***".
               05 filler                   pic x(01) value space.
               05 wlc-cd-evento            pic 9(02).
               05 filler                   pic x(01) value space.
               05 wlc-ds-evento            pic x(30).
               05 filler                   pic x(01) value space.
               05 wlc-vl-evento            pic --.---.---.--9,99.
               05 filler                   pic x(77) value
                  " *** EVENTO SEM CONTA EM CONTACTB.CAD - CADASTRAR NO PROGRAMA31 ***".
            03 ws-linha-cabecalho-prova.
               05 filler                   pic x(56) value
                  "CONTA                          DEBITOS          CREDITOS".
               05 filler                   pic x(76) value spaces.
            03 ws-linha-prova.
               05 wlv-cd-conta             pic x(20).
               05 filler                   pic x(01) value space.
               05 wlv-vl-debitos           pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(01) value space.
               05 wlv-vl-creditos          pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(76) value spaces.
            03 ws-linha-resultado-prova.
               05 wlr-ds-resultado         pic x(132).

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            if   ws-codigo-retorno = zeros
                 perform 2000-processamento
            end-if
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
            perform 7000-grava-log

      *>            Provisão é mensal: as folhas de 13º entram como
      *>            pagamento em novembro e dezembro.
            if   ws-comp-mes = zeros
            or   ws-comp-mes is greater than 12
                 display "PROGRAMA30: competência " ws-nu-competencia
                         " inválida - informe AAAAMM de 01 a 12"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "COMPETENCIA INVALIDA " ws-nu-competencia
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
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

            move spaces to ws-caminho-arqferias01
            accept ws-caminho-arqferias01 from environment "FERIAS_CAD_PATH"
            if   ws-caminho-arqferias01 = spaces
                 move "C:\FERIAS.CAD"           to wid-arqferias01
            else
                 move ws-caminho-arqferias01    to wid-arqferias01
            end-if

            move spaces to ws-caminho-arqprovisao01
            accept ws-caminho-arqprovisao01 from environment "PROVISAO_CAD_PATH"
            if   ws-caminho-arqprovisao01 = spaces
                 move "C:\PROVISAO.CAD"         to wid-arqprovisao01
            else
                 move ws-caminho-arqprovisao01  to wid-arqprovisao01
            end-if

            move spaces to ws-caminho-arqcontactb01
            accept ws-caminho-arqcontactb01 from environment "CONTACTB_CAD_PATH"
            if   ws-caminho-arqcontactb01 = spaces
                 move "C:\CONTACTB.CAD"         to wid-arqcontactb01
            else
                 move ws-caminho-arqcontactb01  to wid-arqcontactb01
            end-if

            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

            move spaces to ws-competencia-informada
            accept ws-competencia-informada from environment "FOLHA_COMPETENCIA"
            if   ws-competencia-informada = spaces
                 compute ws-nu-competencia = ws-data-atual / 100
            else
                 move ws-competencia-informada to ws-nu-competencia
            end-if

            if   ws-comp-mes = 1
                 compute ws-ant-ano = ws-comp-ano - 1
                 move 12 to ws-ant-mes
            else
                 move ws-comp-ano to ws-ant-ano
                 compute ws-ant-mes = ws-comp-mes - 1
            end-if

      *>            1ª parcela do 13º baixada em novembro, 2ª em dezembro.
            move zeros to ws-nu-competencia-dec
            if   ws-comp-mes = 11
                 compute ws-nu-competencia-dec = ws-comp-ano * 100 + 13
                 set  decimo-esperado to true
            end-if
            if   ws-comp-mes = 12
                 compute ws-nu-competencia-dec = ws-comp-ano * 100 + 14
                 set  decimo-esperado to true
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

            move spaces to wid-arqfolhadec01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   ws-nu-competencia-dec          delimited by size
                   into wid-arqfolhadec01

            move spaces to wid-arqlanccont01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\LANCCONT."                   delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqlanccont01

            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\PROVCTB."                    delimited by size
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
            perform 2010-carrega-contas
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            perform 2020-abre-arquivos
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move ws-nu-competencia to wlt-competencia
            move ws-data-atual     to wlt-data
            move ws-hora-atual     to wlt-hora
            write reg-arq-relatorio-01 from ws-linha-titulo
            write reg-arq-relatorio-01 from ws-linha-separadora
            move "PROVISAO POR FUNCIONARIO" to wls-subtitulo
            write reg-arq-relatorio-01 from ws-linha-subtitulo
            write reg-arq-relatorio-01 from ws-linha-cabecalho-provisao
            write reg-arq-relatorio-01 from ws-linha-separadora

            initialize ws-totais-provisao
            move 1 to ws-ix-evento
            perform 2015-zera-evento
               thru 2015-zera-evento-exit
               until ws-ix-evento is greater than ws-qt-eventos

            perform 2030-le-funcion
            perform 2040-le-folha
            perform 2045-le-decimo
            perform 2048-le-provisao-anterior
            perform 2100-processa-chave
               thru 2100-processa-chave-exit
               until (ws-cd-chave-funcion = ws-chave-fim
                 and  ws-cd-chave-folha   = ws-chave-fim
                 and  ws-cd-chave-decimo  = ws-chave-fim
                 and  ws-cd-chave-provisao = ws-chave-fim)
               or    ws-codigo-retorno is greater than 4

            if   ws-codigo-retorno is less than 8
                 perform 2500-imprime-totais-provisao
                 perform 2600-gera-lancamentos
                 perform 2700-imprime-prova
            end-if

            close arqindexado01 arqfolhames01 arqprovisao01
                  arqlanccont01 arqrelatorio01
            if   ferias-disponivel
                 close arqferias01
            end-if
            if   decimo-disponivel
                 close arqfolhadec01
            end-if

            if   ws-qt-saldos-anteriores = zeros
            and  ws-qt-provisoes-gravadas not = zeros
                 display "PROGRAMA30: sem saldo da competência anterior "
                         ws-nu-competencia-ant " - provisão lançada por inteiro"
                 move spaces to ws-evento-log
                 string "SEM PROVISAO DA COMPETENCIA ANTERIOR " ws-nu-competencia-ant
                        into ws-evento-log
                 perform 7000-grava-log
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
            end-if
            if   ws-qt-sem-admissao not = zeros
                 display "PROGRAMA30: funcionários sem data de admissão - "
                         ws-qt-sem-admissao
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
            end-if

            display "PROGRAMA30: relatório - " wid-arqrelatorio01
            display "PROGRAMA30: lançamentos - " wid-arqlanccont01
            display "PROGRAMA30: provisões gravadas - " ws-qt-provisoes-gravadas
            display "PROGRAMA30: lançamentos gerados - " ws-qt-lancamentos.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Carrega as contas de todos os eventos de CONTACTB.CAD;
      *>            a falta de conta só é erro para evento com valor, o que
      *>            se sabe ao gerar os lançamentos.
      *>============================================================================================
       2010-carrega-contas section.
       2010.
            open input arqcontactb01
            if   not ws-contas-ok
                 display "PROGRAMA30: erro ao abrir CONTACTB.CAD - "
                         ws-resultado-acesso-contas
                 display "PROGRAMA30: cadastre as contas dos eventos no PROGRAMA31"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR CONTACTB.CAD STATUS " ws-resultado-acesso-contas
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            move 1 to ws-ix-evento
            perform 2012-carrega-conta
               thru 2012-carrega-conta-exit
               until ws-ix-evento is greater than ws-qt-eventos
            close arqcontactb01.
       2010-exit.
            exit.

      *>============================================================================================
       2012-carrega-conta section.
       2012.
            move "N"    to ws-sw-conta-cadastrada (ws-ix-evento)
            move spaces to ws-cd-evento-debito    (ws-ix-evento)
                           ws-cd-evento-credito   (ws-ix-evento)
                           ws-ds-evento-historico (ws-ix-evento)
            move ws-ix-evento to ctb-cd-evento
            read arqcontactb01
            if   ws-contas-ok
            and  ctb-cd-conta-debito  not = spaces
            and  ctb-cd-conta-credito not = spaces
                 move "S"                  to ws-sw-conta-cadastrada (ws-ix-evento)
                 move ctb-cd-conta-debito  to ws-cd-evento-debito    (ws-ix-evento)
                 move ctb-cd-conta-credito to ws-cd-evento-credito   (ws-ix-evento)
                 move ctb-ds-historico     to ws-ds-evento-historico (ws-ix-evento)
            end-if
            add  1 to ws-ix-evento.
       2012-carrega-conta-exit.
            exit.

      *>============================================================================================
       2015-zera-evento section.
       2015.
            move zeros to ws-vl-evento (ws-ix-evento)
            add  1 to ws-ix-evento.
       2015-zera-evento-exit.
            exit.

      *>============================================================================================
       2020-abre-arquivos section.
       2020.
            open input arqfolhames01
            if   not ws-folha-ok
                 display "PROGRAMA30: erro ao abrir FOLHAMES - "
                         ws-resultado-acesso-folha
                 display "PROGRAMA30: execute antes o PROGRAMA05 da competência"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FOLHAMES STATUS " ws-resultado-acesso-folha
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open input arqindexado01
            if   not ws-operacao-ok
                 display "PROGRAMA30: erro ao abrir FUNCION.CAD - "
                         ws-resultado-acesso
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FUNCION.CAD STATUS " ws-resultado-acesso
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01
                 exit section
            end-if

            open i-o arqprovisao01
            if   ws-provisao-inexistente
                 open output arqprovisao01
                 close arqprovisao01
                 open i-o arqprovisao01
            end-if
            if   not ws-provisao-ok
                 display "PROGRAMA30: erro ao abrir PROVISAO.CAD - "
                         ws-resultado-acesso-provis
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR PROVISAO.CAD STATUS " ws-resultado-acesso-provis
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01 arqindexado01
                 exit section
            end-if

            open output arqlanccont01
            if   not ws-lanccont-ok
                 display "PROGRAMA30: erro ao abrir arquivo de lançamentos - "
                         ws-resultado-acesso-lancct
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR LANCCONT STATUS " ws-resultado-acesso-lancct
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01 arqindexado01 arqprovisao01
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-relatorio-ok
                 display "PROGRAMA30: erro ao abrir relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01 arqindexado01 arqprovisao01 arqlanccont01
                 exit section
            end-if

      *>            Sem FERIAS.CAD os avos de férias contam da admissão.
            set  ferias-indisponivel to true
            open input arqferias01
            if   ws-ferias-ok
                 set  ferias-disponivel to true
            else
                 display "PROGRAMA30: FERIAS.CAD indisponível, avos desde a admissão - "
                         ws-resultado-acesso-ferias
                 move 4 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "FERIAS.CAD INDISPONIVEL STATUS " ws-resultado-acesso-ferias
                        into ws-evento-log
                 perform 7000-grava-log
            end-if

            set  decimo-indisponivel to true
            if   decimo-esperado
                 open input arqfolhadec01
                 if   ws-folhadec-ok
                      set  decimo-disponivel to true
                 else
                      display "PROGRAMA30: FALTA a folha de 13º " ws-nu-competencia-dec
                              " - 13º sem baixa nesta competência"
                      move 4 to ws-codigo-retorno
                      move spaces to ws-evento-log
                      string "SEM FOLHAMES " ws-nu-competencia-dec
                             " STATUS " ws-resultado-acesso-foldec
                             into ws-evento-log
                      perform 7000-grava-log
                 end-if
            end-if.
       2020-exit.
            exit.

      *>============================================================================================
       2030-le-funcion section.
       2030.
            read arqindexado01 next
            if   ws-operacao-ok
                 move reg-cd-funcionario to ws-cd-chave-funcion
                 add  1 to ws-qt-funcionarios-lidos
            else
                 move ws-chave-fim to ws-cd-chave-funcion
            end-if.
       2030-exit.
            exit.

      *>============================================================================================
       2040-le-folha section.
       2040.
            read arqfolhames01
            if   ws-folha-ok
            and  reg-arq-folhames-01 = spaces
                 go to 2040
            end-if
            if   ws-folha-ok
                 move fol-cd-funcionario to ws-cd-chave-folha
                 add  1 to ws-qt-folha-lidos
            else
                 move ws-chave-fim to ws-cd-chave-folha
            end-if.
       2040-exit.
            exit.

      *>============================================================================================
       2045-le-decimo section.
       2045.
            if   decimo-indisponivel
                 move ws-chave-fim to ws-cd-chave-decimo
                 exit section
            end-if
            read arqfolhadec01
            if   ws-folhadec-ok
            and  reg-arq-folhadec-01 = spaces
                 go to 2045
            end-if
            if   ws-folhadec-ok
                 move dec-cd-funcionario to ws-cd-chave-decimo
                 add  1 to ws-qt-decimo-lidos
            else
                 move ws-chave-fim to ws-cd-chave-decimo
            end-if.
       2045-exit.
            exit.

      *>============================================================================================
      *>            Próximo funcionário com provisão na competência anterior.
      *>            A leitura aleatória de saldos e a gravação da provisão
      *>            mexem na posição do arquivo, por isso cada leitura se
      *>            reposiciona depois do último código lido.
      *>============================================================================================
       2048-le-provisao-anterior section.
       2048.
            move ws-nu-competencia-ant to prv-nu-competencia
            move ws-cd-ultima-provisao to prv-cd-funcionario
            move high-values           to prv-tp-provisao
            start arqprovisao01 key is greater than prv-chave
            if   ws-provisao-ok
                 read arqprovisao01 next
            end-if
            if   ws-provisao-ok
            and  prv-nu-competencia = ws-nu-competencia-ant
                 move prv-cd-funcionario to ws-cd-chave-provisao
                 move prv-cd-funcionario to ws-cd-ultima-provisao
            else
                 move ws-chave-fim to ws-cd-chave-provisao
            end-if.
       2048-exit.
            exit.

      *>============================================================================================
      *>            Um código por vez: o menor entre as quatro entradas.
      *>            Quem está só no FOLHAMES (excluído do cadastro depois da
      *>            folha) entra nos lançamentos e, com férias pagas, na
      *>            baixa da provisão; quem está só na provisão anterior tem
      *>            o saldo revertido.
      *>============================================================================================
       2100-processa-chave section.
       2100.
            move ws-cd-chave-funcion to ws-cd-chave-atual
            if   ws-cd-chave-folha is less than ws-cd-chave-atual
                 move ws-cd-chave-folha to ws-cd-chave-atual
            end-if
            if   ws-cd-chave-decimo is less than ws-cd-chave-atual
                 move ws-cd-chave-decimo to ws-cd-chave-atual
            end-if
            if   ws-cd-chave-provisao is less than ws-cd-chave-atual
                 move ws-cd-chave-provisao to ws-cd-chave-atual
            end-if

            move "N" to ws-sw-tem-funcion ws-sw-tem-folha ws-sw-tem-decimo
                        ws-sw-tem-provisao
            if   ws-cd-chave-provisao = ws-cd-chave-atual
                 set  tem-provisao to true
            end-if
            move spaces to ws-no-funcionario-atual
            initialize ws-baixas-funcionario

            if   ws-cd-chave-decimo = ws-cd-chave-atual
                 set  tem-decimo to true
                 move dec-no-funcionario to ws-no-funcionario-atual
                 perform 2250-acumula-decimo
            end-if
            if   ws-cd-chave-folha = ws-cd-chave-atual
                 set  tem-folha to true
                 move fol-no-funcionario to ws-no-funcionario-atual
                 perform 2200-acumula-folha
            end-if
            if   ws-cd-chave-funcion = ws-cd-chave-atual
                 set  tem-funcion to true
                 move reg-no-funcionario to ws-no-funcionario-atual
            end-if

            perform 2300-apura-ferias
            if   ws-codigo-retorno is less than 8
                 perform 2350-apura-decimo
            end-if

            if   tem-funcion
                 perform 2030-le-funcion
            end-if
            if   tem-folha
                 perform 2040-le-folha
            end-if
            if   tem-decimo
                 perform 2045-le-decimo
            end-if
            if   tem-provisao
                 perform 2048-le-provisao-anterior
            end-if.
       2100-processa-chave-exit.
            exit.

      *>============================================================================================
      *>            Folha do mês: salários, descontos e encargos. A parte
      *>            das férias (salário base + 1/3 e seus encargos) sai da
      *>            provisão; o restante é despesa do mês. OUTROS é o que
      *>            sobra entre bruto e líquido além de INSS, IRRF e pensão
      *>            (adiantamento e empréstimo).
      *>============================================================================================
       2200-acumula-folha section.
       2200.
            if   fol-vl-terco-ferias is numeric
            and  fol-vl-terco-ferias is greater than zeros
                 compute ws-vl-bx-fer-remuneracao = fol-vl-terco-ferias * 4
                 compute ws-vl-bx-fer-fgts rounded =
                         ws-vl-bx-fer-remuneracao * ws-aliquota-fgts
                 compute ws-vl-bx-fer-patronal rounded =
                         ws-vl-bx-fer-remuneracao * ws-aliquota-inss-patronal
            end-if

            if   fol-vl-pensao is numeric
                 move fol-vl-pensao to ws-vl-pensao-lida
            else
                 move zeros         to ws-vl-pensao-lida
            end-if
            compute ws-vl-outros-descontos = fol-vl-salario-bruto
                                           - fol-vl-inss
                                           - fol-vl-irrf
                                           - ws-vl-pensao-lida
                                           - fol-vl-salario-liquido

            compute ws-vl-evento (1) = ws-vl-evento (1)
                                     + fol-vl-salario-bruto
                                     - ws-vl-bx-fer-remuneracao
            add  ws-vl-bx-fer-remuneracao to ws-vl-evento (2)
            add  fol-vl-inss              to ws-vl-evento (4)
            add  fol-vl-irrf              to ws-vl-evento (5)
            add  ws-vl-pensao-lida        to ws-vl-evento (6)
            add  ws-vl-outros-descontos   to ws-vl-evento (7)
            compute ws-vl-evento (8) = ws-vl-evento (8)
                                     + fol-vl-fgts
                                     - ws-vl-bx-fer-fgts
            compute ws-vl-evento (9) = ws-vl-evento (9)
                                     + fol-vl-inss-patronal
                                     - ws-vl-bx-fer-patronal
            add  ws-vl-bx-fer-fgts        to ws-vl-evento (10)
            add  ws-vl-bx-fer-patronal    to ws-vl-evento (11).
       2200-exit.
            exit.

      *>============================================================================================
      *>            Folha de 13º paga na competência: o valor creditado é o
      *>            líquido mais os descontos, ou seja, o bruto da parcela
      *>            menos a 1ª parcela já paga (que a folha da 2ª parcela
      *>            desconta sem gravar em campo próprio).
      *>============================================================================================
       2250-acumula-decimo section.
       2250.
            if   dec-vl-pensao is numeric
                 move dec-vl-pensao to ws-vl-pensao-lida
            else
                 move zeros         to ws-vl-pensao-lida
            end-if
            compute ws-vl-bx-dec-remuneracao = dec-vl-salario-liquido
                                             + dec-vl-inss
                                             + dec-vl-irrf
                                             + ws-vl-pensao-lida
            move dec-vl-fgts          to ws-vl-bx-dec-fgts
            move dec-vl-inss-patronal to ws-vl-bx-dec-patronal

            add  ws-vl-bx-dec-remuneracao to ws-vl-evento (3)
            add  dec-vl-inss              to ws-vl-evento (4)
            add  dec-vl-irrf              to ws-vl-evento (5)
            add  ws-vl-pensao-lida        to ws-vl-evento (6)
            add  ws-vl-bx-dec-fgts        to ws-vl-evento (12)
            add  ws-vl-bx-dec-patronal    to ws-vl-evento (13).
       2250-exit.
            exit.

      *>============================================================================================
      *>            Provisão de férias do funcionário. Desligado, ou fora
      *>            do cadastro, tem o saldo revertido.
      *>============================================================================================
       2300-apura-ferias section.
       2300.
            move "F" to ws-tp-provisao-atual
            perform 2400-le-saldo-anterior

            perform 2380-verifica-elegibilidade
            move zeros to ws-qt-avos ws-vl-sld-remuneracao ws-vl-sld-encargos
            if   funcionario-elegivel
                 perform 2310-conta-avos-ferias
                 compute ws-vl-sld-remuneracao rounded =
                         reg-vl-salario-base * ws-qt-avos * 4 / 36
                 compute ws-vl-sld-encargos rounded =
                         ws-vl-sld-remuneracao
                       * (ws-aliquota-fgts + ws-aliquota-inss-patronal)
            end-if
            move zeros to ws-vl-pago-ano

            compute ws-vl-cst-remuneracao = ws-vl-sld-remuneracao
                                          - ws-vl-ant-remuneracao
                                          + ws-vl-bx-fer-remuneracao
            compute ws-vl-cst-encargos = ws-vl-sld-encargos
                                       - ws-vl-ant-encargos
                                       + ws-vl-bx-fer-fgts
                                       + ws-vl-bx-fer-patronal
            compute ws-vl-bx-total = ws-vl-bx-fer-remuneracao
                                   + ws-vl-bx-fer-fgts
                                   + ws-vl-bx-fer-patronal
            add  ws-vl-cst-remuneracao to ws-vl-evento (14)
            add  ws-vl-cst-encargos    to ws-vl-evento (15)

            move 1 to ws-ix-provisao
            perform 2450-grava-provisao.
       2300-exit.
            exit.

      *>============================================================================================
      *>            Avos desde o início do período aquisitivo em aberto: o
      *>            dia seguinte ao fim do último período gozado ou, sem
      *>            férias gozadas, a admissão. O mês de início conta se o
      *>            período começa até o dia 16.
      *>============================================================================================
       2310-conta-avos-ferias section.
       2310.
            move zeros to ws-dt-ultimo-aquisitivo
            if   ferias-disponivel
                 move reg-cd-funcionario to fer-cd-funcionario
                 move zeros              to fer-dt-inicio
                 start arqferias01 key is not less than fer-chave
                 if   ws-ferias-ok
                      read arqferias01 next
                      perform 2320-compara-periodo
                         thru 2320-compara-periodo-exit
                         until not ws-ferias-ok
                         or    fer-cd-funcionario not = reg-cd-funcionario
                 end-if
            end-if

            compute ws-nu-meses-competencia = ws-comp-ano * 12 + ws-comp-mes
            if   ws-dt-ultimo-aquisitivo = zeros
                 move reg-dt-admissao to ws-dt-base-avos
                 compute ws-nu-meses-base = ws-base-ano * 12 + ws-base-mes
                 compute ws-qt-avos-calc = ws-nu-meses-competencia - ws-nu-meses-base
                 if   ws-base-dia is less than or equal to 16
                      add 1 to ws-qt-avos-calc
                 end-if
            else
                 move ws-dt-ultimo-aquisitivo to ws-dt-base-avos
                 compute ws-nu-meses-base = ws-base-ano * 12 + ws-base-mes
                 compute ws-qt-avos-calc = ws-nu-meses-competencia - ws-nu-meses-base
                 if   ws-base-dia is less than or equal to 15
                      add 1 to ws-qt-avos-calc
                 end-if
            end-if

            if   ws-qt-avos-calc is less than zeros
                 move zeros to ws-qt-avos
            else
                 move ws-qt-avos-calc to ws-qt-avos
            end-if.
       2310-exit.
            exit.

      *>============================================================================================
      *>            Férias programadas ainda não foram gozadas; concedidas
      *>            com pagamento depois da competência também não.
      *>============================================================================================
       2320-compara-periodo section.
       2320.
            if   (ferias-concedida or ferias-encerrada)
            and  fer-nu-competencia-pgto is less than or equal to ws-nu-competencia
            and  fer-dt-fim-aquisitivo is greater than ws-dt-ultimo-aquisitivo
                 move fer-dt-fim-aquisitivo to ws-dt-ultimo-aquisitivo
            end-if
            read arqferias01 next.
       2320-compara-periodo-exit.
            exit.

      *>============================================================================================
      *>            Provisão de 13º do funcionário: avos do ano menos o já
      *>            pago no ano (acumulado em PROVISAO.CAD). Paga a 2ª
      *>            parcela, o 13º do ano está quitado.
      *>============================================================================================
       2350-apura-decimo section.
       2350.
            move "D" to ws-tp-provisao-atual
            perform 2400-le-saldo-anterior

            compute ws-vl-pago-ano = ws-vl-ant-pago-ano + ws-vl-bx-dec-remuneracao

            perform 2380-verifica-elegibilidade
            move zeros to ws-qt-avos ws-vl-sld-remuneracao ws-vl-sld-encargos
            if   funcionario-elegivel
                 perform 2360-conta-avos-decimo
                 compute ws-vl-acumulado-decimo rounded =
                         reg-vl-salario-base * ws-qt-avos / 12
                 compute ws-vl-sld-calc = ws-vl-acumulado-decimo - ws-vl-pago-ano
                 if   ws-vl-sld-calc is greater than zeros
                      move ws-vl-sld-calc to ws-vl-sld-remuneracao
                 end-if
                 if   ws-comp-mes = 12
                 and  tem-decimo
                      move zeros to ws-vl-sld-remuneracao
                 end-if
                 compute ws-vl-sld-encargos rounded =
                         ws-vl-sld-remuneracao
                       * (ws-aliquota-fgts + ws-aliquota-inss-patronal)
            end-if

            compute ws-vl-cst-remuneracao = ws-vl-sld-remuneracao
                                          - ws-vl-ant-remuneracao
                                          + ws-vl-bx-dec-remuneracao
            compute ws-vl-cst-encargos = ws-vl-sld-encargos
                                       - ws-vl-ant-encargos
                                       + ws-vl-bx-dec-fgts
                                       + ws-vl-bx-dec-patronal
            compute ws-vl-bx-total = ws-vl-bx-dec-remuneracao
                                   + ws-vl-bx-dec-fgts
                                   + ws-vl-bx-dec-patronal
            add  ws-vl-cst-remuneracao to ws-vl-evento (16)
            add  ws-vl-cst-encargos    to ws-vl-evento (17)

            move 2 to ws-ix-provisao
            perform 2450-grava-provisao.
       2350-exit.
            exit.

      *>============================================================================================
      *>            Avos do 13º no ano da competência, como no PROGRAMA05.
      *>============================================================================================
       2360-conta-avos-decimo section.
       2360.
            move reg-dt-admissao to ws-dt-base-avos
            if   ws-base-ano is less than ws-comp-ano
                 move ws-comp-mes to ws-qt-avos
                 exit section
            end-if
            if   ws-base-ano is greater than ws-comp-ano
                 move zeros to ws-qt-avos
                 exit section
            end-if
            compute ws-qt-avos-calc = ws-comp-mes - ws-base-mes + 1
            if   ws-base-dia is greater than 16
                 subtract 1 from ws-qt-avos-calc
            end-if
            if   ws-qt-avos-calc is less than zeros
                 move zeros to ws-qt-avos
            else
                 move ws-qt-avos-calc to ws-qt-avos
            end-if.
       2360-exit.
            exit.

      *>============================================================================================
      *>            Provisionam os ativos e os afastados (registros sem
      *>            situação contam como ativos, como no PROGRAMA05); sem
      *>            data de admissão não há como contar avos.
      *>============================================================================================
       2380-verifica-elegibilidade section.
       2380.
            set  funcionario-nao-elegivel to true
            move spaces to ws-ds-observacao
            if   not tem-funcion
                 move "FORA DO CADASTRO" to ws-ds-observacao
                 exit section
            end-if
            if   funcionario-desligado
                 move "DESLIGADO"        to ws-ds-observacao
                 exit section
            end-if
            if   reg-dt-admissao = zeros
                 move "SEM ADMISSAO"     to ws-ds-observacao
                 if   ws-tp-provisao-atual = "F"
                      add  1 to ws-qt-sem-admissao
                 end-if
                 exit section
            end-if
            set  funcionario-elegivel to true.
       2380-exit.
            exit.

      *>============================================================================================
      *>            Saldo da competência anterior no próprio PROVISAO.CAD;
      *>            o 13º já pago só acumula dentro do mesmo ano.
      *>============================================================================================
       2400-le-saldo-anterior section.
       2400.
            move zeros to ws-vl-ant-remuneracao ws-vl-ant-encargos ws-vl-ant-pago-ano
            move ws-nu-competencia-ant to prv-nu-competencia
            move ws-cd-chave-atual     to prv-cd-funcionario
            move ws-tp-provisao-atual  to prv-tp-provisao
            read arqprovisao01
            if   ws-provisao-ok
                 add  1 to ws-qt-saldos-anteriores
                 move prv-vl-sld-remuneracao to ws-vl-ant-remuneracao
                 move prv-vl-sld-encargos    to ws-vl-ant-encargos
                 if   ws-ant-ano = ws-comp-ano
                      move prv-vl-pago-ano   to ws-vl-ant-pago-ano
                 end-if
            end-if.
       2400-exit.
            exit.

      *>============================================================================================
      *>            Grava (ou regrava, no reprocessamento) a provisão da
      *>            competência e imprime a linha. Tudo zerado não gera
      *>            registro, e um registro de execução anterior que ficou
      *>            zerado é excluído. As baixas já estão em prv-baixa.
      *>============================================================================================
       2450-grava-provisao section.
       2450.
            compute ws-vl-movimento = ws-vl-sld-remuneracao + ws-vl-sld-encargos
                                    - ws-vl-ant-remuneracao - ws-vl-ant-encargos

            add  ws-vl-ant-remuneracao to ws-tt-prv-anterior     (ws-ix-provisao)
            add  ws-vl-ant-encargos    to ws-tt-prv-anterior     (ws-ix-provisao)
            add  ws-vl-cst-remuneracao to ws-tt-prv-constituicao (ws-ix-provisao)
            add  ws-vl-cst-encargos    to ws-tt-prv-constituicao (ws-ix-provisao)
            add  ws-vl-bx-total        to ws-tt-prv-baixa        (ws-ix-provisao)
            add  ws-vl-sld-remuneracao to ws-tt-prv-atual        (ws-ix-provisao)
            add  ws-vl-sld-encargos    to ws-tt-prv-atual        (ws-ix-provisao)
            add  ws-vl-movimento       to ws-tt-prv-movimento    (ws-ix-provisao)

            move ws-nu-competencia     to prv-nu-competencia
            move ws-cd-chave-atual     to prv-cd-funcionario
            move ws-tp-provisao-atual  to prv-tp-provisao
            read arqprovisao01

            if   ws-vl-ant-remuneracao = zeros
            and  ws-vl-ant-encargos    = zeros
            and  ws-vl-sld-remuneracao = zeros
            and  ws-vl-sld-encargos    = zeros
            and  ws-vl-bx-total        = zeros
            and  ws-vl-pago-ano        = zeros
                 if   ws-provisao-ok
                      delete arqprovisao01
                 end-if
                 go to 2450-exit
            end-if

            if   ws-provisao-ok
                 move "S" to ws-sw-provisao-aberta
            else
                 move "N" to ws-sw-provisao-aberta
            end-if

            move ws-nu-competencia     to prv-nu-competencia
            move ws-cd-chave-atual     to prv-cd-funcionario
            move ws-tp-provisao-atual  to prv-tp-provisao
            move ws-qt-avos            to prv-qt-avos
            if   tem-funcion
                 move reg-vl-salario-base to prv-vl-salario-base
            else
                 move zeros               to prv-vl-salario-base
            end-if
            move ws-vl-ant-remuneracao to prv-vl-ant-remuneracao
            move ws-vl-ant-encargos    to prv-vl-ant-encargos
            move ws-vl-cst-remuneracao to prv-vl-cst-remuneracao
            move ws-vl-cst-encargos    to prv-vl-cst-encargos
            if   ws-ix-provisao = 1
                 move ws-vl-bx-fer-remuneracao to prv-vl-bx-remuneracao
                 move ws-vl-bx-fer-fgts        to prv-vl-bx-fgts
                 move ws-vl-bx-fer-patronal    to prv-vl-bx-patronal
            else
                 move ws-vl-bx-dec-remuneracao to prv-vl-bx-remuneracao
                 move ws-vl-bx-dec-fgts        to prv-vl-bx-fgts
                 move ws-vl-bx-dec-patronal    to prv-vl-bx-patronal
            end-if
            move ws-vl-sld-remuneracao to prv-vl-sld-remuneracao
            move ws-vl-sld-encargos    to prv-vl-sld-encargos
            move ws-vl-pago-ano        to prv-vl-pago-ano
            move ws-vl-movimento       to prv-vl-movimento
            move ws-data-atual         to prv-dt-calculo
            move ws-hora-atual         to prv-hr-calculo

            if   provisao-aberta
                 rewrite reg-arq-provisao-01
            else
                 write reg-arq-provisao-01
            end-if
            if   not ws-provisao-ok
                 display "PROGRAMA30: erro ao gravar PROVISAO.CAD - "
                         ws-resultado-acesso-provis
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR PROVISAO STATUS " ws-resultado-acesso-provis
                        " FUNCIONARIO " ws-cd-chave-atual
                        into ws-evento-log
                 perform 7000-grava-log
                 go to 2450-exit
            end-if
            add  1 to ws-qt-provisoes-gravadas

            move ws-cd-chave-atual       to wlp-cd-funcionario
            move ws-no-funcionario-atual to wlp-no-funcionario
            if   ws-tp-provisao-atual = "F"
                 move "FERIAS" to wlp-ds-tipo
            else
                 move "13 SAL" to wlp-ds-tipo
            end-if
            move ws-qt-avos              to wlp-qt-avos
            compute wlp-vl-anterior     = ws-vl-ant-remuneracao + ws-vl-ant-encargos
            compute wlp-vl-constituicao = ws-vl-cst-remuneracao + ws-vl-cst-encargos
            move ws-vl-bx-total          to wlp-vl-baixa
            compute wlp-vl-atual        = ws-vl-sld-remuneracao + ws-vl-sld-encargos
            move ws-vl-movimento         to wlp-vl-movimento
            move ws-ds-observacao        to wlp-ds-observacao
            write reg-arq-relatorio-01 from ws-linha-provisao.
       2450-exit.
            exit.

      *>============================================================================================
       2500-imprime-totais-provisao section.
       2500.
            write reg-arq-relatorio-01 from ws-linha-separadora
            move "TOTAL PROVISAO DE FERIAS" to wlt-ds-total
            move 1 to ws-ix-provisao
            perform 2510-imprime-total-tipo
            move "TOTAL PROVISAO DE 13 SALARIO" to wlt-ds-total
            move 2 to ws-ix-provisao
            perform 2510-imprime-total-tipo
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2500-exit.
            exit.

      *>============================================================================================
       2510-imprime-total-tipo section.
       2510.
            move ws-tt-prv-anterior     (ws-ix-provisao) to wlt-vl-anterior
            move ws-tt-prv-constituicao (ws-ix-provisao) to wlt-vl-constituicao
            move ws-tt-prv-baixa        (ws-ix-provisao) to wlt-vl-baixa
            move ws-tt-prv-atual        (ws-ix-provisao) to wlt-vl-atual
            move ws-tt-prv-movimento    (ws-ix-provisao) to wlt-vl-movimento
            write reg-arq-relatorio-01 from ws-linha-total-provisao.
       2510-exit.
            exit.

      *>============================================================================================
      *>            Um lançamento por evento com valor, na ordem dos
      *>            eventos; valor negativo inverte débito e crédito.
      *>============================================================================================
       2600-gera-lancamentos section.
       2600.
            move spaces to wls-subtitulo
            string "LANCAMENTOS CONTABEIS - " delimited by size
                   wid-arqlanccont01          delimited by space
                   into wls-subtitulo
            write reg-arq-relatorio-01 from ws-linha-subtitulo
            write reg-arq-relatorio-01 from ws-linha-cabecalho-lancamento
            write reg-arq-relatorio-01 from ws-linha-separadora

            move 1 to ws-ix-evento
            perform 2610-gera-lancamento
               thru 2610-gera-lancamento-exit
               until ws-ix-evento is greater than ws-qt-eventos

            write reg-arq-relatorio-01 from ws-linha-separadora.
       2600-exit.
            exit.

      *>============================================================================================
       2610-gera-lancamento section.
       2610.
            if   ws-vl-evento (ws-ix-evento) = zeros
                 go to 2610-proximo
            end-if

            if   not conta-cadastrada (ws-ix-evento)
                 move ws-ix-evento                to wlc-cd-evento
                 move wde-descricao (ws-ix-evento) to wlc-ds-evento
                 move ws-vl-evento (ws-ix-evento) to wlc-vl-evento
                 write reg-arq-relatorio-01 from ws-linha-sem-conta
                 display "PROGRAMA30: evento " ws-ix-evento
                         " sem conta em CONTACTB.CAD"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "EVENTO " ws-ix-evento " SEM CONTA EM CONTACTB.CAD"
                        into ws-evento-log
                 perform 7000-grava-log
                 go to 2610-proximo
            end-if

            if   ws-vl-evento (ws-ix-evento) is less than zeros
                 compute ws-vl-lancamento = ws-vl-evento (ws-ix-evento) * -1
                 move ws-cd-evento-credito (ws-ix-evento) to ws-cd-conta-debito
                 move ws-cd-evento-debito  (ws-ix-evento) to ws-cd-conta-credito
            else
                 move ws-vl-evento (ws-ix-evento)         to ws-vl-lancamento
                 move ws-cd-evento-debito  (ws-ix-evento) to ws-cd-conta-debito
                 move ws-cd-evento-credito (ws-ix-evento) to ws-cd-conta-credito
            end-if

            add  1 to ws-qt-lancamentos
            move ws-nu-competencia   to lct-nu-competencia
            move ws-qt-lancamentos   to lct-nu-sequencia
            move ws-ix-evento        to lct-cd-evento
            move ws-cd-conta-debito  to lct-cd-conta-debito
            move ws-cd-conta-credito to lct-cd-conta-credito
            move ws-vl-lancamento    to lct-vl-lancamento
            move spaces              to lct-ds-historico
            string ws-ds-evento-historico (ws-ix-evento) delimited by "  "
                   " COMPET. "                            delimited by size
                   ws-nu-competencia                      delimited by size
                   into lct-ds-historico
            write reg-arq-lanccont-01
            if   not ws-lanccont-ok
                 display "PROGRAMA30: erro ao gravar lançamento - "
                         ws-resultado-acesso-lancct
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR LANCCONT STATUS " ws-resultado-acesso-lancct
                        into ws-evento-log
                 perform 7000-grava-log
            end-if

            move lct-nu-sequencia     to wll-nu-sequencia
            move lct-cd-evento        to wll-cd-evento
            move lct-cd-conta-debito  to wll-cd-conta-debito
            move lct-cd-conta-credito to wll-cd-conta-credito
            move lct-vl-lancamento    to wll-vl-lancamento
            move lct-ds-historico     to wll-ds-historico
            write reg-arq-relatorio-01 from ws-linha-lancamento

            move ws-cd-conta-debito to ws-cd-conta-procurada
            perform 2650-localiza-conta
            add  ws-vl-lancamento to ws-vl-debito-razao (ws-ix-razao)
            add  ws-vl-lancamento to ws-tt-debitos

            move ws-cd-conta-credito to ws-cd-conta-procurada
            perform 2650-localiza-conta
            add  ws-vl-lancamento to ws-vl-credito-razao (ws-ix-razao)
            add  ws-vl-lancamento to ws-tt-creditos.

       2610-proximo.
            add  1 to ws-ix-evento.
       2610-gera-lancamento-exit.
            exit.

      *>============================================================================================
      *>            Posição da conta na tabela da prova; conta nova entra
      *>            no fim.
      *>============================================================================================
       2650-localiza-conta section.
       2650.
            set  conta-nao-encontrada to true
            move 1 to ws-ix-razao
            perform 2655-compara-conta
               thru 2655-compara-conta-exit
               until conta-encontrada
               or    ws-ix-razao is greater than ws-qt-contas-razao
            if   conta-nao-encontrada
                 add  1 to ws-qt-contas-razao
                 move ws-qt-contas-razao    to ws-ix-razao
                 move ws-cd-conta-procurada to ws-cd-conta-razao (ws-ix-razao)
                 move zeros to ws-vl-debito-razao  (ws-ix-razao)
                               ws-vl-credito-razao (ws-ix-razao)
            end-if.
       2650-exit.
            exit.

      *>============================================================================================
       2655-compara-conta section.
       2655.
            if   ws-cd-conta-razao (ws-ix-razao) = ws-cd-conta-procurada
                 set  conta-encontrada to true
            else
                 add  1 to ws-ix-razao
            end-if.
       2655-compara-conta-exit.
            exit.

      *>============================================================================================
      *>            Prova: débitos e créditos por conta e o fecho dos dois
      *>            totais, somados separadamente.
      *>============================================================================================
       2700-imprime-prova section.
       2700.
            move "PROVA DOS LANCAMENTOS POR CONTA" to wls-subtitulo
            write reg-arq-relatorio-01 from ws-linha-subtitulo
            write reg-arq-relatorio-01 from ws-linha-cabecalho-prova
            write reg-arq-relatorio-01 from ws-linha-separadora

            move 1 to ws-ix-razao
            perform 2710-imprime-conta
               thru 2710-imprime-conta-exit
               until ws-ix-razao is greater than ws-qt-contas-razao

            write reg-arq-relatorio-01 from ws-linha-separadora
            move "TOTAL"        to wlv-cd-conta
            move ws-tt-debitos  to wlv-vl-debitos
            move ws-tt-creditos to wlv-vl-creditos
            write reg-arq-relatorio-01 from ws-linha-prova

            if   ws-tt-debitos = ws-tt-creditos
                 move "TOTAL DE DEBITOS IGUAL AO TOTAL DE CREDITOS - LANCAMENTOS CONFEREM"
                      to wlr-ds-resultado
            else
                 move "*** TOTAL DE DEBITOS DIFERENTE DO TOTAL DE CREDITOS ***"
                      to wlr-ds-resultado
                 move 8 to ws-codigo-retorno
                 move "DEBITOS DIFEREM DOS CREDITOS" to ws-evento-log
                 perform 7000-grava-log
            end-if
            if   ws-codigo-retorno is greater than 4
                 move "*** LANCAMENTOS INCOMPLETOS - VER EVENTOS SEM CONTA ACIMA ***"
                      to wlr-ds-resultado
            end-if
            write reg-arq-relatorio-01 from ws-linha-resultado-prova
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2700-exit.
            exit.

      *>============================================================================================
       2710-imprime-conta section.
       2710.
            move ws-cd-conta-razao   (ws-ix-razao) to wlv-cd-conta
            move ws-vl-debito-razao  (ws-ix-razao) to wlv-vl-debitos
            move ws-vl-credito-razao (ws-ix-razao) to wlv-vl-creditos
            write reg-arq-relatorio-01 from ws-linha-prova
            add  1 to ws-ix-razao.
       2710-imprime-conta-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " FUNCIONARIOS=" ws-qt-funcionarios-lidos
                   " FOLHA=" ws-qt-folha-lidos
                   " PROVISOES=" ws-qt-provisoes-gravadas
                   " LANCAMENTOS=" ws-qt-lancamentos
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
                 display "PROGRAMA30: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA30 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

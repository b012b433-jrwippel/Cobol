      *>            sobre o valor pago em cada parcela e o INSS patronal
      *>            sobre o 13º cheio, recolhido na 2ª parcela.
      *>
      *>            Pensão alimentícia judicial cadastrada no PROGRAMA18
      *>            (PENSAO.CAD) e vigente na competência é descontada do
      *>            líquido e abatida da base do IRRF. O percentual sobre o
      *>            líquido incide sobre bruto - INSS - IRRF calculado sem
      *>            a pensão; o IRRF é então recalculado com a pensão
      *>            deduzida. Pensão percentual vale também para as
      *>            parcelas do 13º; valor fixo só na folha mensal. A soma
      *>            das pensões fica limitada ao líquido disponível (na
      *>            ordem das sequências) e sai antes de adiantamento e
      *>            empréstimo. O total vai em linha própria do holerite e
      *>            em fol-vl-pensao; o valor de cada beneficiário, com os
      *>            dados bancários, é gravado em PENSAOMES.AAAAMM para o
      *>            PROGRAMA07 creditar na remessa.
      *>
      *>            Diferenças retroativas de reajuste coletivo apuradas
      *>            pelo PROGRAMA19 (DIFRETRO.CAD) para a competência entram
      *>            nos proventos da folha mensal, antes do INSS e do IRRF,
      *>            em linha própria do holerite e em fol-vl-retroativo.
      *>
      *>            O centro de custo (lotação) do funcionário no cadastro
      *>            vai em fol-cd-centro-custo, fotografado na competência:
      *>            uma transferência posterior não muda o custo de folhas
      *>            já calculadas, que o PROGRAMA29 apura por centro de
      *>            custo a partir do próprio FOLHAMES.
      *>
      *>            A provisão de férias e 13º e os lançamentos contábeis da
      *>            competência são apurados depois, pelo PROGRAMA30, a
      *>            partir do FOLHAMES e das folhas de 13º: o adicional de
      *>            1/3 em fol-vl-terco-ferias é o que identifica férias
      *>            pagas no mês.
      *>
      *>            Competência cuja remessa bancária já foi gerada pelo
      *>            PROGRAMA07 fica FECHADA em FECHAFOL.CAD: a execução é
      *>            recusada com código de retorno 12 e mensagem no log,
      *>            supervisor reabre a competência, no PROGRAMA15, com o
      *>            motivo registrado.
      *>
      *>            Programa da janela noturna: grava início (com a
      *>            competência, que a auditoria do PROGRAMA26 usa), fim e
      *>            contagens no log de execução (JOBLOG_PATH, default
      *>            C:\JOBEXEC.LOG),
      *>            devolve código de retorno 8 em qualquer erro de arquivo
      *>            para o escalonador, e marca em um arquivo de checkpoint a
      *>            competência da execução em andamento (PROGRAMA05_CHK_PATH,
                   record key      is fch-chave
                   file status     is ws-resultado-acesso-fecha.

            select arqpensao01 assign to disk wid-arqpensao01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is pen-chave
                   file status     is ws-resultado-acesso-pensao.

            select arqdifretro01 assign to disk wid-arqdifretro01
                   organization    is indexed
                   access mode     is random
                   record key      is dif-chave
                   file status     is ws-resultado-acesso-difret.

            select arqpensaomes01 assign to disk wid-arqpensaomes01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-pensmes.

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

       fd  arqholerite01.

           03  fch-op-reabertura         pic x(10).
           03  fch-ds-motivo-reabertura  pic x(60).

       fd  arqpensao01.

       01  reg-arq-pensao-01.
           03  pen-chave.
               05  pen-cd-funcionario    pic 9(07).
               05  pen-nu-sequencia      pic 9(02).
           03  pen-no-beneficiario       pic x(30).
           03  pen-cp-beneficiario       pic 9(11).
           03  pen-dados-bancarios.
               05  pen-cd-banco          pic 9(03).
               05  pen-nu-agencia        pic 9(05).
               05  pen-nu-conta          pic 9(10).
               05  pen-dv-conta          pic x(01).
               05  pen-tp-conta          pic x(01).
           03  pen-tp-calculo            pic x(01).
               88  pensao-percentual     value "P".
               88  pensao-valor-fixo     value "F".
           03  pen-pc-pensao             pic 9(03)v99.
           03  pen-vl-pensao             pic 9(07)v99.
           03  pen-tp-base               pic x(01).
               88  pensao-sobre-liquido  value "L".
               88  pensao-sobre-bruto    value "B".
           03  pen-dt-inicio             pic 9(08).
           03  pen-dt-fim                pic 9(08).
           03  pen-dt-hr-alteracao.
               05  pen-dt-alteracao      pic 9(08).
               05  pen-hr-alteracao      pic 9(06).
           03  pen-op-alteracao          pic x(10).

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

      *>============================================================================================
       working-storage section.

            03 ws-vl-faltas-mes            pic 9(07)v99.
            03 ws-vl-adiantamento-mes      pic 9(07)v99.
            03 ws-vl-emprestimo-mes        pic 9(07)v99.
            03 ws-resultado-acesso-difret  pic x(2).
               88 ws-difretro-ok           value "00" "02".
            03 ws-sw-difretro-disponivel   pic x(01) value "N".
               88 retroativos-disponiveis  value "S".
               88 retroativos-indisponiveis value "N".
            03 ws-vl-retroativo-mes        pic 9(07)v99.
            03 ws-vl-proventos             pic 9(08)v99.
            03 ws-vl-liquido-calc          pic s9(08)v99.

               88 fundep-indisponivel      value "N".
            03 ws-qt-dependentes-irrf      pic 9(02).

      *>            Pensões do funcionário na competência, na ordem das
      *>            sequências de PENSAO.CAD, para o holerite e para o
      *>            detalhe por beneficiário em PENSAOMES.AAAAMM.
       01   ws-controle-pensao.
            03 ws-resultado-acesso-pensao  pic x(2).
               88 ws-pensao-ok             value "00" "02".
            03 ws-resultado-acesso-pensmes pic x(2).
               88 ws-pensmes-ok            value "00" "02".
            03 ws-sw-pensao-disponivel     pic x(01) value "N".
               88 pensao-disponivel        value "S".
               88 pensao-indisponivel      value "N".
            03 ws-dt-inicio-competencia    pic 9(08).
            03 ws-dt-fim-competencia       pic 9(08).
            03 ws-vl-base-pensao-bruto     pic 9(07)v99.
            03 ws-vl-base-pensao-calc      pic s9(08)v99.
            03 ws-vl-base-pensao-liquido   pic 9(07)v99.
            03 ws-vl-pensao-calc           pic 9(07)v99.
            03 ws-vl-pensao-mes            pic 9(07)v99.
            03 ws-qt-pensoes               pic 9(02).
            03 ws-ix-pensao                pic 9(02).
            03 ws-ent-pensao occurs 10.
               05 wtp-nu-sequencia         pic 9(02).
               05 wtp-no-beneficiario      pic x(30).
               05 wtp-cp-beneficiario      pic 9(11).
               05 wtp-dados-bancarios      pic x(20).
               05 wtp-vl-pensao            pic 9(07)v99.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-caminho-arqfundep01      pic x(100).
            03 wid-arqfechafol01           pic x(100).
            03 ws-caminho-arqfechafol01    pic x(100).
            03 wid-arqpensao01             pic x(100).
            03 ws-caminho-arqpensao01      pic x(100).
            03 wid-arqpensaomes01          pic x(150).
            03 wid-arqdifretro01           pic x(100).
            03 ws-caminho-arqdifretro01    pic x(100).
            03 ws-caminho-arqindexado01    pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
            03 ws-tt-salario-liquido         pic 9(11)v99 value zeros.
            03 ws-tt-fgts                    pic 9(11)v99 value zeros.
            03 ws-tt-inss-patronal           pic 9(11)v99 value zeros.
            03 ws-tt-pensao                  pic 9(11)v99 value zeros.

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
       1000-inicializacao section.
       1000.
            perform 1050-obtem-caminhos
            move spaces to ws-evento-log
            string "INICIO COMPETENCIA=" ws-nu-competencia
                   into ws-evento-log
            perform 7000-grava-log
            perform 1100-carrega-tabela-vigente.
       1000-exit.
                   ws-nu-competencia              delimited by size
                   into wid-arqguia01

            move spaces to wid-arqpensaomes01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\PENSAOMES."                  delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqpensaomes01

            move spaces to ws-caminho-arqpensao01
            accept ws-caminho-arqpensao01 from environment "PENSAO_CAD_PATH"
            if   ws-caminho-arqpensao01 = spaces
                 move "C:\PENSAO.CAD"           to wid-arqpensao01
            else
                 move ws-caminho-arqpensao01    to wid-arqpensao01
            end-if

            move spaces to ws-caminho-arqtabfolha01
            accept ws-caminho-arqtabfolha01 from environment "TABFOLHA_CAD_PATH"
            if   ws-caminho-arqtabfolha01 = spaces
                 move ws-caminho-arqlancames01  to wid-arqlancames01
            end-if

            move spaces to ws-caminho-arqdifretro01
            accept ws-caminho-arqdifretro01 from environment "DIFRETRO_CAD_PATH"
            if   ws-caminho-arqdifretro01 = spaces
                 move "C:\DIFRETRO.CAD"         to wid-arqdifretro01
            else
                 move ws-caminho-arqdifretro01  to wid-arqdifretro01
            end-if

            move spaces to ws-caminho-arqfundep01
            accept ws-caminho-arqfundep01 from environment "FUNDEP_CAD_PATH"
            if   ws-caminho-arqfundep01 = spaces
                 perform 2080-imprime-cabecalho-guia
            end-if

            if   execucao-reiniciada
                 open extend arqpensaomes01
            else
                 open output arqpensaomes01
            end-if
            if   not ws-pensmes-ok
                 display "PROGRAMA05: erro ao abrir arquivo de pensões do mês - "
                         ws-resultado-acesso-pensmes
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR PENSAOMES STATUS " ws-resultado-acesso-pensmes
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexado01
                 close arqfolhames01
                 close arqholerite01
                 close arqguia01
                 exit section
            end-if

            perform 2050-abre-ferias
            perform 2060-abre-lancamentos
            perform 2065-abre-retroativos
            perform 2070-abre-fundep
            perform 2090-abre-pensao

            perform 7200-grava-checkpoint

            close arqfolhames01
            close arqholerite01
            close arqguia01
            close arqpensaomes01
            if   ferias-disponivel
                 close arqferias01
            end-if
            if   lancamentos-disponiveis
                 close arqlancames01
            end-if
            if   retroativos-disponiveis
                 close arqdifretro01
            end-if
            if   fundep-disponivel
                 close arqfundep01
            end-if
            if   pensao-disponivel
                 close arqpensao01
            end-if

            if   ws-codigo-retorno = zeros
                 perform 7210-limpa-checkpoint
       2060-exit.
            exit.

      *>============================================================================================
      *>            DIFRETRO.CAD só existe depois do primeiro reajuste
      *>            coletivo efetivado no PROGRAMA19: sem ele a folha roda
      *>            sem retroativos, e só erro diferente de arquivo
      *>            inexistente vai para o log.
      *>============================================================================================
       2065-abre-retroativos section.
       2065.
            set  retroativos-indisponiveis to true
            if   folha-decimo
                 exit section
            end-if
            open input arqdifretro01
            if   ws-difretro-ok
                 set  retroativos-disponiveis to true
            else
                 if   ws-resultado-acesso-difret not = "35"
                      display "PROGRAMA05: DIFRETRO.CAD indisponível, folha sem retroativos - "
                              ws-resultado-acesso-difret
                      move spaces to ws-evento-log
                      string "DIFRETRO.CAD INDISPONIVEL STATUS " ws-resultado-acesso-difret
                             into ws-evento-log
                      perform 7000-grava-log
                 end-if
            end-if.
       2065-exit.
            exit.

      *>============================================================================================
      *>            FUNDEP.CAD alimenta a dedução por dependente do IRRF;
      *>            indisponível, a contagem fica em zero e o imposto sai
       2070-exit.
            exit.

      *>============================================================================================
      *>            PENSAO.CAD é opcional: sem o arquivo (nenhuma pensão
      *>            cadastrada no PROGRAMA18) a folha roda sem desconto de
      *>            pensão; erro diferente de arquivo inexistente vai para
      *>            o log, para os operadores conferirem antes da remessa.
      *>            A vigência é comparada com o mês da competência; no
      *>            13º, com dezembro do ano.
      *>============================================================================================
       2090-abre-pensao section.
       2090.
            set  pensao-indisponivel to true
            if   folha-decimo
                 compute ws-dt-inicio-competencia = ws-ano-decimo * 10000 + 1201
            else
                 compute ws-dt-inicio-competencia = ws-nu-competencia * 100 + 1
            end-if
            compute ws-dt-fim-competencia = ws-dt-inicio-competencia + 30
            open input arqpensao01
            if   ws-pensao-ok
                 set  pensao-disponivel to true
            else
                 if   ws-resultado-acesso-pensao not = "35"
                      display "PROGRAMA05: PENSAO.CAD indisponível, folha sem pensões - "
                              ws-resultado-acesso-pensao
                      move spaces to ws-evento-log
                      string "PENSAO.CAD INDISPONIVEL STATUS " ws-resultado-acesso-pensao
                             into ws-evento-log
                      perform 7000-grava-log
                 end-if
            end-if.
       2090-exit.
            exit.

      *>============================================================================================
       2080-imprime-cabecalho-guia section.
       2080.
      *>============================================================================================
       2100-processa-funcionario section.
       2100.
            move zeros to ws-vl-pensao-mes
            move zeros to ws-qt-pensoes
            perform 2130-busca-ferias
            perform 2135-busca-lancamentos
            perform 2137-busca-retroativo
            perform 2145-conta-dependentes
            perform 2110-verifica-inclusao
            if   funcionario-incluido
                 add ws-salario-liquido to ws-tt-salario-liquido
                 add ws-vl-fgts         to ws-tt-fgts
                 add ws-vl-inss-patronal to ws-tt-inss-patronal
                 add ws-vl-pensao-mes   to ws-tt-pensao
            end-if

            if   ws-codigo-retorno = zeros
       2135-exit.
            exit.

      *>============================================================================================
       2137-busca-retroativo section.
       2137.
            move zeros to ws-vl-retroativo-mes
            if   retroativos-indisponiveis
            or   folha-decimo
                 exit section
            end-if
            move ws-nu-competencia  to dif-nu-competencia
            move reg-cd-funcionario to dif-cd-funcionario
            read arqdifretro01
            if   ws-difretro-ok
                 move dif-vl-total to ws-vl-retroativo-mes
            end-if.
       2137-exit.
            exit.

      *>============================================================================================
      *>            Conta TODOS os dependentes cadastrados do funcionário
      *>            para a dedução do IRRF (diferente do salário família,
                                     + reg-vl-salario-familia
                                     + ws-vl-terco-ferias
                                     + ws-vl-horas-extras-mes
                                     + ws-vl-retroativo-mes
            if   ws-vl-faltas-mes is greater than ws-vl-proventos
                 move ws-vl-proventos to ws-vl-faltas-mes
            end-if

            perform 2200-calcula-inss
            perform 2210-calcula-irrf
            perform 2220-calcula-pensao
            if   ws-vl-pensao-mes not = zeros
                 perform 2210-calcula-irrf
            end-if

            compute ws-vl-liquido-calc = ws-salario-bruto
                                        - ws-valor-inss
                                        - ws-valor-irrf
                                        - ws-vl-pensao-mes
                                        - ws-vl-adiantamento-mes
                                        - ws-vl-emprestimo-mes
            if   ws-vl-liquido-calc is less than zeros
                 move ws-vl-primeira-parcela to ws-salario-bruto
                 move zeros                  to ws-valor-inss
                 move zeros                  to ws-valor-irrf
                 perform 2220-calcula-pensao
                 compute ws-salario-liquido = ws-salario-bruto
                                             - ws-vl-pensao-mes
            else
                 move ws-vl-decimo-cheio     to ws-salario-bruto
                 perform 2200-calcula-inss
                 perform 2210-calcula-irrf
                 perform 2220-calcula-pensao
                 if   ws-vl-pensao-mes not = zeros
                      perform 2210-calcula-irrf
                 end-if
                 compute ws-salario-liquido = ws-salario-bruto
                                             - ws-valor-inss
                                             - ws-valor-irrf
                                             - ws-vl-primeira-parcela
                                             - ws-vl-pensao-mes
            end-if.
       2150-exit.
            exit.
      *>============================================================================================
      *>            A base do IRRF desconta, além do INSS, a dedução legal
      *>            por dependente cadastrado (contagem feita por
      *>            2145-conta-dependentes, valor vigente da tabela) e a
      *>            pensão alimentícia judicial já apurada (zero na
      *>            primeira passada).
       2210-calcula-irrf section.
       2210.
            compute ws-base-irrf-calc = ws-salario-bruto - ws-valor-inss
                   - (ws-qt-dependentes-irrf * ws-irrf-deducao-dependente)
                   - ws-vl-pensao-mes
            if   ws-base-irrf-calc is less than zeros
                 move zeros to ws-base-irrf
            else
       2210-exit.
            exit.

      *>============================================================================================
      *>            Pensões vigentes do funcionário na competência. A base
      *>            bruta é o bruto pago (na 2ª parcela do 13º, abatida a
      *>            1ª); a base líquida é a bruta menos INSS e IRRF ainda
      *>            sem a pensão. A soma das pensões não passa da base
      *>            líquida: a sequência que estoura recebe só o saldo.
      *>============================================================================================
       2220-calcula-pensao section.
       2220.
            if   pensao-indisponivel
                 exit section
            end-if
            move ws-salario-bruto to ws-vl-base-pensao-bruto
            if   folha-decimo-parcela2
                 subtract ws-vl-primeira-parcela from ws-vl-base-pensao-bruto
            end-if
            compute ws-vl-base-pensao-calc = ws-vl-base-pensao-bruto
                                            - ws-valor-inss
                                            - ws-valor-irrf
            if   ws-vl-base-pensao-calc is less than zeros
                 move zeros to ws-vl-base-pensao-liquido
            else
                 move ws-vl-base-pensao-calc to ws-vl-base-pensao-liquido
            end-if

            move reg-cd-funcionario to pen-cd-funcionario
            move zeros              to pen-nu-sequencia
            start arqpensao01 key is not less than pen-chave
            if   ws-pensao-ok
                 read arqpensao01 next
                 perform 2225-soma-pensao
                    thru 2225-soma-pensao-exit
                    until not ws-pensao-ok
                    or    pen-cd-funcionario not = reg-cd-funcionario
            end-if.
       2220-exit.
            exit.

      *>============================================================================================
      *>            Valor fixo só na folha mensal; percentual em qualquer
      *>            folha, inclusive nas parcelas do 13º.
      *>============================================================================================
       2225-soma-pensao section.
       2225.
            if   pen-dt-inicio is not greater than ws-dt-fim-competencia
            and  (pen-dt-fim = zeros
                  or pen-dt-fim is not less than ws-dt-inicio-competencia)
            and  (pensao-percentual or folha-mensal)
                 evaluate true
                     when pensao-valor-fixo
                          move pen-vl-pensao to ws-vl-pensao-calc
                     when pensao-sobre-bruto
                          compute ws-vl-pensao-calc rounded =
                                  ws-vl-base-pensao-bruto * pen-pc-pensao / 100
                     when other
                          compute ws-vl-pensao-calc rounded =
                                  ws-vl-base-pensao-liquido * pen-pc-pensao / 100
                 end-evaluate
                 if   ws-vl-pensao-mes + ws-vl-pensao-calc is greater than
                      ws-vl-base-pensao-liquido
                      compute ws-vl-pensao-calc = ws-vl-base-pensao-liquido
                                                 - ws-vl-pensao-mes
                 end-if
                 if   ws-vl-pensao-calc not = zeros
                      if   ws-qt-pensoes = 10
                           display "PROGRAMA05: mais de 10 pensões vigentes, ignorada sequência "
                                   pen-nu-sequencia " do funcionário " reg-cd-funcionario
                      else
                           add  1 to ws-qt-pensoes
                           move ws-qt-pensoes       to ws-ix-pensao
                           move pen-nu-sequencia    to wtp-nu-sequencia (ws-ix-pensao)
                           move pen-no-beneficiario to wtp-no-beneficiario (ws-ix-pensao)
                           move pen-cp-beneficiario to wtp-cp-beneficiario (ws-ix-pensao)
                           move pen-dados-bancarios to wtp-dados-bancarios (ws-ix-pensao)
                           move ws-vl-pensao-calc   to wtp-vl-pensao (ws-ix-pensao)
                           add  ws-vl-pensao-calc   to ws-vl-pensao-mes
                      end-if
                 end-if
            end-if
            read arqpensao01 next.
       2225-soma-pensao-exit.
            exit.

      *>============================================================================================
       2300-grava-folhames section.
       2300.
            move ws-vl-emprestimo-mes   to fol-vl-emprestimo
            move ws-vl-fgts             to fol-vl-fgts
            move ws-vl-inss-patronal    to fol-vl-inss-patronal
            move ws-vl-pensao-mes       to fol-vl-pensao
            move ws-vl-retroativo-mes   to fol-vl-retroativo
            move reg-cd-centro-custo    to fol-cd-centro-custo
            move ws-salario-bruto       to fol-vl-salario-bruto
            move ws-valor-inss          to fol-vl-inss
            move ws-valor-irrf          to fol-vl-irrf
                        " FUNCIONARIO " reg-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            move 1 to ws-ix-pensao
            perform 2310-grava-pensaomes
               thru 2310-grava-pensaomes-exit
               until ws-ix-pensao is greater than ws-qt-pensoes
               or    ws-codigo-retorno not = zeros.
       2300-exit.
            exit.

      *>============================================================================================
      *>            Uma linha por beneficiário em PENSAOMES.AAAAMM, com os
      *>            dados bancários do cadastro, para a remessa.
      *>============================================================================================
       2310-grava-pensaomes section.
       2310.
            move ws-nu-competencia      to pem-nu-competencia
            move reg-cd-funcionario     to pem-cd-funcionario
            move wtp-nu-sequencia (ws-ix-pensao)    to pem-nu-sequencia
            move wtp-no-beneficiario (ws-ix-pensao) to pem-no-beneficiario
            move wtp-cp-beneficiario (ws-ix-pensao) to pem-cp-beneficiario
            move wtp-dados-bancarios (ws-ix-pensao) to pem-dados-bancarios
            move wtp-vl-pensao (ws-ix-pensao)       to pem-vl-pensao
            write reg-arq-pensaomes-01
            if   not ws-pensmes-ok
                 display "PROGRAMA05: erro ao gravar pensões do mês - "
                         ws-resultado-acesso-pensmes
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR PENSAOMES STATUS " ws-resultado-acesso-pensmes
                        " FUNCIONARIO " reg-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
            end-if
            add 1 to ws-ix-pensao.
       2310-grava-pensaomes-exit.
            exit.

      *>============================================================================================
       2400-imprime-holerite section.
       2400.
                 move ws-vl-horas-extras-mes to wlv-valor
                 write reg-arq-holerite-01 from ws-linha-verba
            end-if
            if   ws-vl-retroativo-mes not = zeros
                 move "DIFERENCAS RETROATIVAS" to wlv-descricao
                 move ws-vl-retroativo-mes   to wlv-valor
                 write reg-arq-holerite-01 from ws-linha-verba
            end-if
            if   ws-vl-faltas-mes not = zeros
                 move "(-) FALTAS"           to wlv-descricao
                 move ws-vl-faltas-mes       to wlv-valor
            move "(-) IRRF"             to wlv-descricao
            move ws-valor-irrf          to wlv-valor
            write reg-arq-holerite-01 from ws-linha-verba
            if   ws-vl-pensao-mes not = zeros
                 move "(-) PENSAO ALIMENTICIA"  to wlv-descricao
                 move ws-vl-pensao-mes       to wlv-valor
                 write reg-arq-holerite-01 from ws-linha-verba
            end-if
            if   ws-vl-adiantamento-mes not = zeros
                 move "(-) ADIANTAMENTO"     to wlv-descricao
                 move ws-vl-adiantamento-mes to wlv-valor
                 move ws-vl-primeira-parcela to wlv-valor
                 write reg-arq-holerite-01 from ws-linha-verba
            end-if
            if   ws-vl-pensao-mes not = zeros
                 move "(-) PENSAO ALIMENTICIA"  to wlv-descricao
                 move ws-vl-pensao-mes       to wlv-valor
                 write reg-arq-holerite-01 from ws-linha-verba
            end-if
            move "SALARIO LIQUIDO"      to wlv-descricao
            move ws-salario-liquido     to wlv-valor
            write reg-arq-holerite-01 from ws-linha-verba
            move "TOTAL IRRF"           to wto-descricao
            move ws-tt-valor-irrf       to wto-valor
            write reg-arq-holerite-01 from ws-linha-total
            move "TOTAL PENSAO ALIMENTICIA" to wto-descricao
            move ws-tt-pensao           to wto-valor
            write reg-arq-holerite-01 from ws-linha-total
            move "TOTAL SALARIO LIQUIDO" to wto-descricao
            move ws-tt-salario-liquido  to wto-valor
            write reg-arq-holerite-01 from ws-linha-total
            add  fol-vl-salario-liquido to ws-tt-salario-liquido
            add  fol-vl-fgts            to ws-tt-fgts
            add  fol-vl-inss-patronal   to ws-tt-inss-patronal
            add  fol-vl-pensao          to ws-tt-pensao
            read arqfolhames01.
       7160-acumula-folhames-exit.
            exit.

      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA26.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Auditoria das Operações (LOG.TXT e JOBEXEC.LOG)
      *>            --------------------------------------------------------
      *>            Relatório para a auditoria sobre o LOG.TXT gravado pelas
      *>            telas (PROGRAMA01 Gravou/Modificou/Excluiu/Desligou,
      *>            PROGRAMA12 férias, PROGRAMA18 pensões, consultas dos
      *>            PROGRAMA23 e PROGRAMA25) e sobre as reaberturas de
      *>            competência que o PROGRAMA15 grava no JOBEXEC.LOG.
      *>
      *>            Filtros pelas variáveis de ambiente, todos opcionais:
      *>               AUDITORIA_DT_INICIAL   AAAAMMDD (default sem limite)
      *>               AUDITORIA_DT_FINAL     AAAAMMDD (default sem limite)
      *>               AUDITORIA_OPERADOR     login do operador
      *>               AUDITORIA_FUNCIONARIO  código do funcionário
      *>               AUDITORIA_ACAO         ação como aparece no log
      *>                                      (Gravou, Modificou, Excluiu,
      *>                                      Desligou, Programou, Reabriu...)
      *>
      *>            Seções do relatório AUDITORIA.AAAAMMDD, no diretório
      *>            AUDITORIA_DIR (default C:\Relatorios):
      *>
      *>            1. Reaberturas de competência (PROGRAMA15), com operador
      *>               e motivo. Não se referem a funcionário: saem só sem o
      *>               filtro AUDITORIA_FUNCIONARIO.
      *>
      *>            2. Operações do LOG.TXT na ordem do log. Em cada
      *>               Modificou os valores antes e depois são comparados
      *>               campo a campo com a linha Anterior que o PROGRAMA01
      *>               grava logo antes, e só os campos alterados são
      *>               listados. Linhas antigas, anteriores à linha
      *>               Anterior, mostram apenas os valores gravados. Gravou
      *>               e Excluiu listam os campos; as demais ações, os
      *>               dados da linha como estão. O centro de custo é o
      *>               último campo das linhas do PROGRAMA01 e entra na
      *>               comparação como os demais.
      *>
      *>            3. Dados bancários (banco, agência, conta, dígito, tipo)
      *>               alterados entre a folha e a remessa: do INICIO do
      *>               PROGRAMA05 de uma competência até o FIM com sucesso
      *>               do PROGRAMA07 da mesma competência, conforme as
      *>               linhas INICIO COMPETENCIA= do JOBEXEC.LOG. Folha sem
      *>               remessa ainda fica aberta até o fim do log. Aplica os
      *>               filtros de período, operador e funcionário, mas não o
      *>               de ação. Qualquer ocorrência devolve código de
      *>               retorno 4 para chamar a atenção do operador.
      *>
      *>            4. Totais por operador e por ação.
      *>
      *>            Log em JOBLOG_PATH; código de retorno 8 em parâmetro
      *>            inválido ou LOG.TXT inexistente.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqsequencial01 assign to disk wid-arqsequencial01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso.

            select arqjoblog01 assign to disk wid-arqjoblog01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-joblog.

            select arqrelatorio01 assign to disk wid-arqrelatorio01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-relat.

      *>============================================================================================
       data division.

       fd  arqsequencial01.

       01  reg-arq-sequencial-01         pic x(250).

       fd  arqjoblog01.

       01  reg-arq-joblog-01.
           03  jbl-dt-log                pic x(08).
           03  filler                    pic x(01).
           03  jbl-hr-log                pic x(06).
           03  filler                    pic x(01).
           03  jbl-nm-programa           pic x(10).
           03  filler                    pic x(01).
           03  jbl-ds-evento             pic x(105).

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-gravacao-ok           value "00" "02".
            03 ws-sw-joblog-lido           pic x(01) value "N".
               88 joblog-lido              value "S".
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-parametros-auditoria.
            03 ws-parametro-informado      pic x(10).
            03 ws-nm-parametro             pic x(25).
            03 ws-dt-inicial               pic 9(08) value zeros.
            03 ws-dt-final                 pic 9(08) value 99999999.
            03 ws-op-filtro                pic x(10) value spaces.
            03 ws-cd-filtro                pic 9(07) value zeros.
            03 ws-ac-filtro                pic x(10) value spaces.
            03 ws-conv-campo               pic x(10).
            03 ws-conv-tamanho             pic 9(03).

      *>            Linha do LOG.TXT separada em campos. O PROGRAMA01
      *>            grava ação e operador no mesmo campo ("Gravou ADMIN;");
      *>            as demais telas, em campos separados ("Programou ;ADMIN;").
       01   ws-linha-log.
            03 log-dt-registro             pic x(08).
            03 log-dt-numerica redefines log-dt-registro pic 9(08).
            03 log-hr-registro             pic x(06).
            03 log-hr-numerica redefines log-hr-registro pic 9(06).
            03 log-campo-acao              pic x(30).
            03 log-ds-acao                 pic x(10).
            03 log-op-operador             pic x(10).
            03 log-op-campo                pic x(20).
            03 log-nu-ponteiro             pic 9(03).
            03 log-ds-restante             pic x(250).
            03 log-qt-campos               pic 9(02).
            03 log-ent-campo occurs 18 times.
               05 log-campo                pic x(30).
               05 log-tam-campo            pic 9(03).
            03 log-cd-funcionario          pic 9(07).
            03 log-dt-hr                   pic 9(14).
            03 ws-sw-linha-selecionada     pic x(01).
               88 linha-selecionada        value "S".
               88 linha-descartada         value "N".

      *>            Linha Anterior aguardando a Modificou correspondente.
       01   ws-anterior-pendente.
            03 ws-sw-anterior              pic x(01) value "N".
               88 anterior-pendente        value "S".
               88 sem-anterior             value "N".
            03 pnd-cd-funcionario          pic 9(07).
            03 pnd-dt-hr                   pic 9(14).
            03 pnd-op-operador             pic x(10).
            03 pnd-ent-campo occurs 18 times.
               05 pnd-campo                pic x(30).
               05 pnd-tam-campo            pic 9(03).

      *>            Campos das linhas do PROGRAMA01, na ordem do log.
       01   ws-nomes-campos.
            03 filler                      pic x(16) value "CODIGO".
            03 filler                      pic x(16) value "NOME".
            03 filler                      pic x(16) value "ENDERECO".
            03 filler                      pic x(16) value "NUMERO".
            03 filler                      pic x(16) value "CPF".
            03 filler                      pic x(16) value "TELEFONE".
            03 filler                      pic x(16) value "SALARIO BASE".
            03 filler                      pic x(16) value "SALARIO FAMILIA".
            03 filler                      pic x(16) value "ESTADO CIVIL".
            03 filler                      pic x(16) value "UF".
            03 filler                      pic x(16) value "CIDADE".
            03 filler                      pic x(16) value "BAIRRO".
            03 filler                      pic x(16) value "BANCO".
            03 filler                      pic x(16) value "AGENCIA".
            03 filler                      pic x(16) value "CONTA".
            03 filler                      pic x(16) value "DIGITO CONTA".
            03 filler                      pic x(16) value "TIPO CONTA".
            03 filler                      pic x(16) value "CENTRO CUSTO".
       01   ws-tab-nomes-campos redefines ws-nomes-campos.
            03 ws-nm-campo                 pic x(16) occurs 18 times.

       01   ws-comparacao-campos.
            03 ws-ix-campo                 pic 9(02) comp.
            03 ws-qt-campos-alterados      pic 9(02).
            03 ws-sw-banco-alterado        pic x(01).
               88 banco-alterado           value "S".
               88 banco-inalterado         value "N".
            03 ws-ds-valor-antes           pic x(30).
            03 ws-ds-valor-depois          pic x(30).
            03 ws-vl-antes                 pic 9(07)v99.
            03 ws-vl-depois                pic 9(07)v99.
            03 ws-vl-texto-centavos        pic x(09).
            03 ws-vl-centavos redefines ws-vl-texto-centavos pic 9(07)v99.
            03 ws-vl-texto-reais           pic x(07).
            03 ws-vl-reais redefines ws-vl-texto-reais pic 9(07).
            03 ws-vl-texto-familia         pic x(07).
            03 ws-vl-familia redefines ws-vl-texto-familia pic 9(05)v99.
            03 ws-vl-normalizado           pic 9(07)v99.
            03 ws-vl-editado               pic z.zzz.zz9,99.
            03 ws-ds-campo-normalizar      pic x(30).
            03 ws-tam-campo-normalizar     pic 9(03).
            03 ws-ds-dados-banco-antes     pic x(24).
            03 ws-ds-dados-banco-depois    pic x(24).

      *>            Intervalos folha-remessa por competência, montados do
      *>            JOBEXEC.LOG. Fim zerado = remessa ainda não gerada.
       01   ws-janelas-folha.
            03 ws-qt-janelas               pic 9(03) comp value zeros.
            03 ws-ent-janela occurs 200 times.
               05 jan-nu-competencia       pic 9(06).
               05 jan-dt-hr-inicio         pic 9(14).
               05 jan-dt-hr-fim            pic 9(14).
            03 ws-ix-janela                pic 9(03) comp.
            03 ws-ix-janela-achada         pic 9(03) comp.
            03 ws-nu-competencia-evento    pic 9(06).
            03 ws-nu-competencia-remessa   pic 9(06) value zeros.
            03 ws-dt-hr-evento             pic 9(14).
            03 ws-rc-evento                pic 9(04).
            03 ws-op-reabertura            pic x(10).
            03 ws-ds-motivo-reabertura     pic x(60).
            03 ws-ds-descarte              pic x(40).

      *>            Alterações bancárias dentro de um intervalo, impressas
      *>            na seção 3 depois da leitura do LOG.TXT.
       01   ws-alteracoes-bancarias.
            03 ws-qt-alteracoes-banco      pic 9(04) comp value zeros.
            03 ws-ent-alteracao-banco occurs 500 times.
               05 bco-dt-registro          pic x(08).
               05 bco-hr-registro          pic x(06).
               05 bco-op-operador          pic x(10).
               05 bco-cd-funcionario       pic 9(07).
               05 bco-nu-competencia       pic 9(06).
               05 bco-ds-antes             pic x(24).
               05 bco-ds-depois            pic x(24).
               05 bco-sw-remessa-pendente  pic x(01).
            03 ws-ix-alteracao-banco       pic 9(04) comp.
            03 ws-qt-alteracoes-excedentes pic 9(05) value zeros.
            03 ws-qt-alteracoes-log        pic 9(04).

       01   ws-totais-auditoria.
            03 ws-qt-operadores            pic 9(03) comp value zeros.
            03 ws-ent-operador occurs 100 times.
               05 tot-op-operador          pic x(10).
               05 tot-qt-operador          pic 9(07).
            03 ws-qt-acoes                 pic 9(03) comp value zeros.
            03 ws-ent-acao occurs 50 times.
               05 tot-ds-acao              pic x(10).
               05 tot-qt-acao              pic 9(07).
            03 ws-ix-total                 pic 9(03) comp.
            03 ws-qt-linhas-lidas          pic 9(07) value zeros.
            03 ws-qt-linhas-selecionadas   pic 9(07) value zeros.
            03 ws-qt-reaberturas           pic 9(07) value zeros.
            03 ws-qt-linhas-invalidas      pic 9(07) value zeros.

       01   ws-controle-execucao.
            03 ws-evento-log               pic x(100).
            03 ws-dt-log                   pic 9(08).
            03 ws-hr-log                   pic 9(06).

       01   ws-configuracao-arquivos.
            03 wid-arqsequencial01         pic x(100).
            03 ws-caminho-arqsequencial01  pic x(100).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 wid-arqrelatorio01          pic x(150).
            03 ws-caminho-diretorio-relat  pic x(80).
            03 ws-tam-diretorio-relat      pic 9(03).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(132) value all "-".
            03 ws-linha-branca.
               05 filler                   pic x(132) value spaces.
            03 ws-linha-titulo.
               05 filler                   pic x(60) value
                  "AUDITORIA DAS OPERACOES - LOG.TXT E JOBEXEC.LOG".
               05 filler                   pic x(06) value "DATA: ".
               05 wlt-data                 pic 9(08).
               05 filler                   pic x(06) value " HORA ".
               05 wlt-hora                 pic 9(06).
               05 filler                   pic x(46) value spaces.
            03 ws-linha-filtros.
               05 filler                   pic x(09) value "PERIODO: ".
               05 wlf-dt-inicial           pic 9(08).
               05 filler                   pic x(03) value " A ".
               05 wlf-dt-final             pic 9(08).
               05 filler                   pic x(12) value "  OPERADOR: ".
               05 wlf-op-filtro            pic x(10).
               05 filler                   pic x(15) value "  FUNCIONARIO: ".
               05 wlf-cd-filtro            pic x(07).
               05 filler                   pic x(08) value "  ACAO: ".
               05 wlf-ac-filtro            pic x(10).
               05 filler                   pic x(42) value spaces.
            03 ws-linha-secao.
               05 wls-ds-secao             pic x(132).
            03 ws-linha-operacao.
               05 wlo-dt-registro          pic x(08).
               05 filler                   pic x(01) value space.
               05 wlo-hr-registro          pic x(06).
               05 filler                   pic x(11) value " OPERADOR: ".
               05 wlo-op-operador          pic x(10).
               05 filler                   pic x(08) value "  ACAO: ".
               05 wlo-ds-acao              pic x(10).
               05 filler                   pic x(15) value "  FUNCIONARIO: ".
               05 wlo-cd-funcionario       pic x(07).
               05 filler                   pic x(56) value spaces.
            03 ws-linha-campo.
               05 filler                   pic x(04) value spaces.
               05 wlc-nm-campo             pic x(16).
               05 filler                   pic x(02) value ": ".
               05 wlc-ds-antes             pic x(30).
               05 wlc-ds-seta              pic x(04).
               05 wlc-ds-depois            pic x(30).
               05 filler                   pic x(46) value spaces.
            03 ws-linha-dados.
               05 filler                   pic x(04) value spaces.
               05 wld-ds-rotulo            pic x(08).
               05 wld-ds-dados             pic x(120).
            03 ws-linha-reabertura.
               05 wlr-dt-registro          pic x(08).
               05 filler                   pic x(01) value space.
               05 wlr-hr-registro          pic x(06).
               05 filler                   pic x(11) value " OPERADOR: ".
               05 wlr-op-operador          pic x(10).
               05 filler                   pic x(22) value "  REABRIU COMPETENCIA ".
               05 wlr-nu-competencia       pic 9(06).
               05 filler                   pic x(09) value "  MOTIVO ".
               05 wlr-ds-motivo            pic x(59).
            03 ws-linha-janela.
               05 filler                   pic x(06) value "FOLHA ".
               05 wlj-nu-competencia       pic 9(06).
               05 filler                   pic x(15) value "  PROGRAMA05 EM".
               05 filler                   pic x(01) value space.
               05 wlj-dt-hr-inicio         pic 9(14).
               05 filler                   pic x(18) value "  REMESSA (PROG07)".
               05 filler                   pic x(01) value space.
               05 wlj-ds-fim               pic x(20).
               05 filler                   pic x(51) value spaces.
            03 ws-linha-banco.
               05 wlb-dt-registro          pic x(08).
               05 filler                   pic x(01) value space.
               05 wlb-hr-registro          pic x(06).
               05 filler                   pic x(01) value space.
               05 wlb-op-operador          pic x(10).
               05 filler                   pic x(07) value " FUNC. ".
               05 wlb-cd-funcionario       pic 9(07).
               05 filler                   pic x(07) value " FOLHA ".
               05 wlb-nu-competencia       pic 9(06).
               05 filler                   pic x(04) value " DE ".
               05 wlb-ds-antes             pic x(24).
               05 filler                   pic x(06) value " PARA ".
               05 wlb-ds-depois            pic x(24).
               05 filler                   pic x(01) value space.
               05 wlb-ds-situacao          pic x(20).
            03 ws-linha-total.
               05 filler                   pic x(04) value spaces.
               05 wlq-ds-total             pic x(40).
               05 wlq-qt-total             pic z.zzz.zz9.
               05 filler                   pic x(79) value spaces.

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
            perform 1060-obtem-filtros.
       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqsequencial01
            accept ws-caminho-arqsequencial01 from environment "LOG_TXT_PATH"
            if   ws-caminho-arqsequencial01 = spaces
                 move "C:\Treinamento\Treinamento02\LOG.TXT" to wid-arqsequencial01
            else
                 move ws-caminho-arqsequencial01 to wid-arqsequencial01
            end-if

            move spaces to ws-caminho-arqjoblog01
            accept ws-caminho-arqjoblog01 from environment "JOBLOG_PATH"
            if   ws-caminho-arqjoblog01 = spaces
                 move "C:\JOBEXEC.LOG"          to wid-arqjoblog01
            else
                 move ws-caminho-arqjoblog01    to wid-arqjoblog01
            end-if

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

            move spaces to ws-caminho-diretorio-relat
            accept ws-caminho-diretorio-relat from environment "AUDITORIA_DIR"
            if   ws-caminho-diretorio-relat = spaces
                 move "C:\Relatorios" to ws-caminho-diretorio-relat
            end-if
            move zeros to ws-tam-diretorio-relat
            inspect ws-caminho-diretorio-relat
                    tallying ws-tam-diretorio-relat for trailing spaces
            compute ws-tam-diretorio-relat =
                    length of ws-caminho-diretorio-relat - ws-tam-diretorio-relat
            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-relat
                       (1:ws-tam-diretorio-relat) delimited by size
                   "\AUDITORIA."                  delimited by size
                   ws-data-atual                  delimited by size
                   into wid-arqrelatorio01.
       1050-exit.
            exit.

      *>============================================================================================
       1060-obtem-filtros section.
       1060.
            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "AUDITORIA_DT_INICIAL"
            if   ws-parametro-informado not = spaces
                 move "AUDITORIA_DT_INICIAL" to ws-nm-parametro
                 if   ws-parametro-informado (1:8) is not numeric
                 or   ws-parametro-informado (9:2) not = spaces
                      go to 1060-parametro-invalido
                 end-if
                 move ws-parametro-informado (1:8) to ws-dt-inicial
            end-if

            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "AUDITORIA_DT_FINAL"
            if   ws-parametro-informado not = spaces
                 move "AUDITORIA_DT_FINAL" to ws-nm-parametro
                 if   ws-parametro-informado (1:8) is not numeric
                 or   ws-parametro-informado (9:2) not = spaces
                      go to 1060-parametro-invalido
                 end-if
                 move ws-parametro-informado (1:8) to ws-dt-final
            end-if
            if   ws-dt-inicial is greater than ws-dt-final
                 move "AUDITORIA_DT_INICIAL" to ws-nm-parametro
                 go to 1060-parametro-invalido
            end-if

            accept ws-op-filtro from environment "AUDITORIA_OPERADOR"
            accept ws-ac-filtro from environment "AUDITORIA_ACAO"

            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "AUDITORIA_FUNCIONARIO"
            if   ws-parametro-informado not = spaces
                 move "AUDITORIA_FUNCIONARIO" to ws-nm-parametro
                 move zeros to ws-conv-tamanho
                 unstring ws-parametro-informado delimited by space
                     into ws-conv-campo count in ws-conv-tamanho
                 end-unstring
                 if   ws-conv-tamanho = zeros
                 or   ws-conv-tamanho is greater than 7
                      go to 1060-parametro-invalido
                 end-if
                 if   ws-conv-campo (1:ws-conv-tamanho) is not numeric
                      go to 1060-parametro-invalido
                 end-if
                 move ws-conv-campo (1:ws-conv-tamanho) to ws-cd-filtro
            end-if
            go to 1060-exit.

       1060-parametro-invalido.
            display "PROGRAMA26: " ws-nm-parametro " inválido - "
                    ws-parametro-informado
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string ws-nm-parametro delimited by space
                   " INVALIDO" delimited by size
                   into ws-evento-log
            perform 7000-grava-log.
       1060-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            open input arqsequencial01
            if   not ws-operacao-ok
                 display "PROGRAMA26: erro ao abrir LOG.TXT - " ws-resultado-acesso
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR LOG.TXT STATUS " ws-resultado-acesso
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-gravacao-ok
                 display "PROGRAMA26: erro ao abrir relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqsequencial01
                 exit section
            end-if

            perform 2100-imprime-cabecalho
            perform 2200-le-joblog
            perform 2300-le-log-operacoes
            perform 2600-imprime-alteracoes-banco
            perform 2800-imprime-totais

            close arqsequencial01 arqrelatorio01
            display "PROGRAMA26: relatório gerado - " wid-arqrelatorio01
            display "PROGRAMA26: operações selecionadas - " ws-qt-linhas-selecionadas
            display "PROGRAMA26: alterações bancárias entre folha e remessa - "
                    ws-qt-alteracoes-banco.
       2000-exit.
            exit.

      *>============================================================================================
       2100-imprime-cabecalho section.
       2100.
            move ws-data-atual to wlt-data
            move ws-hora-atual to wlt-hora
            move ws-dt-inicial to wlf-dt-inicial
            move ws-dt-final   to wlf-dt-final
            move ws-op-filtro  to wlf-op-filtro
            move ws-ac-filtro  to wlf-ac-filtro
            if   ws-cd-filtro = zeros
                 move "TODOS"      to wlf-cd-filtro
            else
                 move ws-cd-filtro to wlf-cd-filtro
            end-if
            if   ws-op-filtro = spaces
                 move "TODOS"      to wlf-op-filtro
            end-if
            if   ws-ac-filtro = spaces
                 move "TODAS"      to wlf-ac-filtro
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-titulo
            write reg-arq-relatorio-01 from ws-linha-filtros
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2100-exit.
            exit.

      *>============================================================================================
      *>            JOBEXEC.LOG: intervalos folha-remessa e reaberturas.
      *>            Sem o arquivo a seção 3 fica sem intervalos e o
      *>            relatório sai com aviso.
      *>============================================================================================
       2200-le-joblog section.
       2200.
            move "1. REABERTURAS DE COMPETENCIA (PROGRAMA15)" to wls-ds-secao
            write reg-arq-relatorio-01 from ws-linha-secao
            write reg-arq-relatorio-01 from ws-linha-branca

            open input arqjoblog01
            if   not ws-joblog-ok
                 display "PROGRAMA26: log de execução não encontrado - "
                         wid-arqjoblog01
                 move "    *** JOBEXEC.LOG NAO ENCONTRADO - SECOES 1 E 3 INCOMPLETAS ***"
                                        to wls-ds-secao
                 write reg-arq-relatorio-01 from ws-linha-secao
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
                 exit section
            end-if
            set  joblog-lido to true
            read arqjoblog01
            perform 2210-examina-evento
               thru 2210-examina-evento-exit
               until not ws-joblog-ok
            close arqjoblog01

            if   ws-qt-reaberturas = zeros
                 move "    NENHUMA REABERTURA NO PERIODO" to wls-ds-secao
                 write reg-arq-relatorio-01 from ws-linha-secao
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2200-exit.
            exit.

      *>============================================================================================
       2210-examina-evento section.
       2210.
            if   jbl-dt-log is not numeric
            or   jbl-hr-log is not numeric
                 go to 2210-proximo
            end-if
            move jbl-dt-log to ws-dt-hr-evento (1:8)
            move jbl-hr-log to ws-dt-hr-evento (9:6)
            evaluate true
                when jbl-nm-programa = "PROGRAMA05"
                and  jbl-ds-evento (1:19) = "INICIO COMPETENCIA="
                     perform 2220-abre-janela
                when jbl-nm-programa = "PROGRAMA07"
                and  jbl-ds-evento (1:19) = "INICIO COMPETENCIA="
                     move zeros to ws-nu-competencia-remessa
                     if   jbl-ds-evento (20:6) is numeric
                          move jbl-ds-evento (20:6) to ws-nu-competencia-remessa
                     end-if
                when jbl-nm-programa = "PROGRAMA07"
                and  jbl-ds-evento (1:7) = "FIM RC="
                     perform 2230-fecha-janela
                when jbl-nm-programa = "PROGRAMA15"
                and  jbl-ds-evento (1:20) = "REABRIU COMPETENCIA "
                     perform 2240-imprime-reabertura
            end-evaluate.

       2210-proximo.
            read arqjoblog01.
       2210-examina-evento-exit.
            exit.

      *>============================================================================================
      *>            Folha da competência rodada: abre um intervalo, ou
      *>            mantém o início do que ainda está aberto (nova execução
      *>            antes da remessa não encurta o intervalo).
      *>============================================================================================
       2220-abre-janela section.
       2220.
            if   jbl-ds-evento (20:6) is not numeric
                 exit section
            end-if
            move jbl-ds-evento (20:6) to ws-nu-competencia-evento
            perform 2250-localiza-janela-aberta
            if   ws-ix-janela-achada not = zeros
                 exit section
            end-if
            if   ws-qt-janelas = 200
                 exit section
            end-if
            add  1 to ws-qt-janelas
            move ws-nu-competencia-evento to jan-nu-competencia (ws-qt-janelas)
            move ws-dt-hr-evento          to jan-dt-hr-inicio (ws-qt-janelas)
            move zeros                    to jan-dt-hr-fim (ws-qt-janelas).
       2220-exit.
            exit.

      *>============================================================================================
      *>            Remessa gerada (RC até 4) fecha o intervalo aberto da
      *>            competência informada no INICIO do mesmo PROGRAMA07.
      *>============================================================================================
       2230-fecha-janela section.
       2230.
            if   ws-nu-competencia-remessa = zeros
            or   jbl-ds-evento (8:4) is not numeric
                 exit section
            end-if
            move jbl-ds-evento (8:4) to ws-rc-evento
            move ws-nu-competencia-remessa to ws-nu-competencia-evento
            move zeros to ws-nu-competencia-remessa
            if   ws-rc-evento is greater than 4
                 exit section
            end-if
            perform 2250-localiza-janela-aberta
            if   ws-ix-janela-achada not = zeros
                 move ws-dt-hr-evento to jan-dt-hr-fim (ws-ix-janela-achada)
            end-if.
       2230-exit.
            exit.

      *>============================================================================================
       2240-imprime-reabertura section.
       2240.
            if   jbl-dt-log is less than ws-dt-inicial
            or   jbl-dt-log is greater than ws-dt-final
            or   ws-cd-filtro not = zeros
                 exit section
            end-if
            if   ws-ac-filtro not = spaces
            and  ws-ac-filtro not = "Reabriu"
                 exit section
            end-if
            move spaces to ws-ds-descarte ws-op-reabertura ws-ds-motivo-reabertura
            unstring jbl-ds-evento delimited by " OPERADOR " or " MOTIVO "
                into ws-ds-descarte ws-op-reabertura ws-ds-motivo-reabertura
            end-unstring
            if   ws-op-filtro not = spaces
            and  ws-op-filtro not = ws-op-reabertura
                 exit section
            end-if

            move jbl-dt-log                to wlr-dt-registro
            move jbl-hr-log                to wlr-hr-registro
            move ws-op-reabertura          to wlr-op-operador
            move jbl-ds-evento (21:6)      to wlr-nu-competencia
            move ws-ds-motivo-reabertura   to wlr-ds-motivo
            write reg-arq-relatorio-01 from ws-linha-reabertura
            add  1 to ws-qt-reaberturas

            move ws-op-reabertura to log-op-operador
            move "Reabriu"        to log-ds-acao
            perform 2700-acumula-totais.
       2240-exit.
            exit.

      *>============================================================================================
       2250-localiza-janela-aberta section.
       2250.
            move zeros to ws-ix-janela-achada
            move 1 to ws-ix-janela
            perform 2255-compara-janela
               thru 2255-compara-janela-exit
               until ws-ix-janela is greater than ws-qt-janelas
               or    ws-ix-janela-achada not = zeros.
       2250-exit.
            exit.

      *>============================================================================================
       2255-compara-janela section.
       2255.
            if   jan-nu-competencia (ws-ix-janela) = ws-nu-competencia-evento
            and  jan-dt-hr-fim (ws-ix-janela) = zeros
                 move ws-ix-janela to ws-ix-janela-achada
            end-if
            add  1 to ws-ix-janela.
       2255-compara-janela-exit.
            exit.

      *>============================================================================================
       2300-le-log-operacoes section.
       2300.
            move "2. OPERACOES REGISTRADAS NO LOG.TXT" to wls-ds-secao
            write reg-arq-relatorio-01 from ws-linha-secao
            write reg-arq-relatorio-01 from ws-linha-branca

            read arqsequencial01
            perform 2310-examina-linha
               thru 2310-examina-linha-exit
               until not ws-operacao-ok

            if   ws-qt-linhas-selecionadas = zeros
                 move "    NENHUMA OPERACAO SELECIONADA" to wls-ds-secao
                 write reg-arq-relatorio-01 from ws-linha-secao
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2300-exit.
            exit.

      *>============================================================================================
       2310-examina-linha section.
       2310.
            add  1 to ws-qt-linhas-lidas
            perform 2320-separa-linha
            if   log-dt-registro is not numeric
            or   log-hr-registro is not numeric
            or   log-ds-acao = spaces
                 add  1 to ws-qt-linhas-invalidas
                 go to 2310-proximo
            end-if
            compute log-dt-hr = log-dt-numerica * 1000000 + log-hr-numerica

            if   log-ds-acao = "Anterior"
                 perform 2330-guarda-anterior
                 go to 2310-proximo
            end-if

            perform 2340-aplica-filtros
            if   log-ds-acao = "Modificou"
            and  linha-selecionada
                 perform 2450-verifica-banco
            end-if
            if   ws-ac-filtro not = spaces
            and  ws-ac-filtro not = log-ds-acao
                 set  linha-descartada to true
            end-if
            if   linha-descartada
                 if   log-ds-acao = "Modificou"
                      set  sem-anterior to true
                 end-if
                 go to 2310-proximo
            end-if

            add  1 to ws-qt-linhas-selecionadas
            perform 2700-acumula-totais
            move log-dt-registro    to wlo-dt-registro
            move log-hr-registro    to wlo-hr-registro
            move log-op-operador    to wlo-op-operador
            move log-ds-acao        to wlo-ds-acao
            move log-campo (1)      to wlo-cd-funcionario
            write reg-arq-relatorio-01 from ws-linha-operacao

            evaluate log-ds-acao
                when "Modificou"
                     perform 2400-imprime-modificacao
                when "Gravou"
                when "Excluiu"
                     perform 2500-imprime-campos
                when other
                     move "DADOS: "          to wld-ds-rotulo
                     move log-ds-restante    to wld-ds-dados
                     write reg-arq-relatorio-01 from ws-linha-dados
            end-evaluate.

       2310-proximo.
            read arqsequencial01.
       2310-examina-linha-exit.
            exit.

      *>============================================================================================
      *>            Data;hora;ação operador;dados... (PROGRAMA01) ou
      *>            data;hora;ação;operador;dados... (demais telas).
      *>============================================================================================
       2320-separa-linha section.
       2320.
            move spaces to log-dt-registro log-hr-registro log-campo-acao
                           log-ds-acao log-op-operador log-op-campo
                           log-ds-restante
            move 1 to log-nu-ponteiro
            unstring reg-arq-sequencial-01 delimited by ";"
                into log-dt-registro log-hr-registro log-campo-acao
                with pointer log-nu-ponteiro
            end-unstring
            unstring log-campo-acao delimited by all space
                into log-ds-acao log-op-operador
            end-unstring
            if   log-op-operador = spaces
            and  log-nu-ponteiro not greater than length of reg-arq-sequencial-01
                 unstring reg-arq-sequencial-01 delimited by ";"
                     into log-op-campo
                     with pointer log-nu-ponteiro
                 end-unstring
                 move log-op-campo to log-op-operador
            end-if
            if   log-nu-ponteiro not greater than length of reg-arq-sequencial-01
                 move reg-arq-sequencial-01 (log-nu-ponteiro:) to log-ds-restante
            end-if

            move 1 to ws-ix-campo
            perform 2325-limpa-campo
               thru 2325-limpa-campo-exit
               until ws-ix-campo is greater than 18
            move zeros to log-qt-campos
            unstring log-ds-restante delimited by ";"
                into log-campo (1)  count in log-tam-campo (1)
                     log-campo (2)  count in log-tam-campo (2)
                     log-campo (3)  count in log-tam-campo (3)
                     log-campo (4)  count in log-tam-campo (4)
                     log-campo (5)  count in log-tam-campo (5)
                     log-campo (6)  count in log-tam-campo (6)
                     log-campo (7)  count in log-tam-campo (7)
                     log-campo (8)  count in log-tam-campo (8)
                     log-campo (9)  count in log-tam-campo (9)
                     log-campo (10) count in log-tam-campo (10)
                     log-campo (11) count in log-tam-campo (11)
                     log-campo (12) count in log-tam-campo (12)
                     log-campo (13) count in log-tam-campo (13)
                     log-campo (14) count in log-tam-campo (14)
                     log-campo (15) count in log-tam-campo (15)
                     log-campo (16) count in log-tam-campo (16)
                     log-campo (17) count in log-tam-campo (17)
                     log-campo (18) count in log-tam-campo (18)
                tallying in log-qt-campos
            end-unstring

            move zeros to log-cd-funcionario
            if   log-tam-campo (1) is greater than zeros
            and  log-tam-campo (1) not greater than 7
                 if   log-campo (1) (1:log-tam-campo (1)) is numeric
                      move log-campo (1) (1:log-tam-campo (1)) to log-cd-funcionario
                 end-if
            end-if.
       2320-exit.
            exit.

      *>============================================================================================
       2325-limpa-campo section.
       2325.
            move spaces to log-campo (ws-ix-campo)
            move zeros  to log-tam-campo (ws-ix-campo)
            add  1 to ws-ix-campo.
       2325-limpa-campo-exit.
            exit.

      *>============================================================================================
       2330-guarda-anterior section.
       2330.
            set  anterior-pendente to true
            move log-cd-funcionario to pnd-cd-funcionario
            move log-dt-hr          to pnd-dt-hr
            move log-op-operador    to pnd-op-operador
            move 1 to ws-ix-campo
            perform 2335-guarda-campo
               thru 2335-guarda-campo-exit
               until ws-ix-campo is greater than 18.
       2330-exit.
            exit.

      *>============================================================================================
       2335-guarda-campo section.
       2335.
            move log-campo (ws-ix-campo)     to pnd-campo (ws-ix-campo)
            move log-tam-campo (ws-ix-campo) to pnd-tam-campo (ws-ix-campo)
            add  1 to ws-ix-campo.
       2335-guarda-campo-exit.
            exit.

      *>============================================================================================
       2340-aplica-filtros section.
       2340.
            set  linha-selecionada to true
            if   log-dt-numerica is less than ws-dt-inicial
            or   log-dt-numerica is greater than ws-dt-final
                 set  linha-descartada to true
            end-if
            if   ws-op-filtro not = spaces
            and  ws-op-filtro not = log-op-operador
                 set  linha-descartada to true
            end-if
            if   ws-cd-filtro not = zeros
            and  ws-cd-filtro not = log-cd-funcionario
                 set  linha-descartada to true
            end-if.
       2340-exit.
            exit.

      *>============================================================================================
      *>            Modificou: antes x depois, só os campos que mudaram.
      *>            A linha Anterior vale se for do mesmo funcionário, do
      *>            mesmo instante e do mesmo operador.
      *>============================================================================================
       2400-imprime-modificacao section.
       2400.
            if   anterior-pendente
            and  pnd-cd-funcionario = log-cd-funcionario
            and  pnd-dt-hr          = log-dt-hr
            and  pnd-op-operador    = log-op-operador
                 continue
            else
                 move "        " to wld-ds-rotulo
                 move "VALORES ANTERIORES NAO REGISTRADOS NO LOG - VALORES GRAVADOS:"
                                  to wld-ds-dados
                 write reg-arq-relatorio-01 from ws-linha-dados
                 perform 2500-imprime-campos
                 exit section
            end-if

            move zeros to ws-qt-campos-alterados
            move 2 to ws-ix-campo
            perform 2410-compara-campo
               thru 2410-compara-campo-exit
               until ws-ix-campo is greater than 18
            if   ws-qt-campos-alterados = zeros
                 move "        " to wld-ds-rotulo
                 move "NENHUM CAMPO ALTERADO" to wld-ds-dados
                 write reg-arq-relatorio-01 from ws-linha-dados
            end-if
            set  sem-anterior to true.
       2400-exit.
            exit.

      *>============================================================================================
       2410-compara-campo section.
       2410.
            if   ws-ix-campo = 7 or ws-ix-campo = 8
                 move pnd-campo (ws-ix-campo)     to ws-ds-campo-normalizar
                 move pnd-tam-campo (ws-ix-campo) to ws-tam-campo-normalizar
                 perform 2420-normaliza-valor
                 move ws-vl-normalizado to ws-vl-antes
                 move ws-vl-normalizado to ws-vl-editado
                 move ws-vl-editado     to ws-ds-valor-antes
                 move log-campo (ws-ix-campo)     to ws-ds-campo-normalizar
                 move log-tam-campo (ws-ix-campo) to ws-tam-campo-normalizar
                 perform 2420-normaliza-valor
                 move ws-vl-normalizado to ws-vl-depois
                 move ws-vl-normalizado to ws-vl-editado
                 move ws-vl-editado     to ws-ds-valor-depois
                 if   ws-vl-antes = ws-vl-depois
                      go to 2410-proximo
                 end-if
            else
                 if   pnd-campo (ws-ix-campo) = log-campo (ws-ix-campo)
                      go to 2410-proximo
                 end-if
                 move pnd-campo (ws-ix-campo) to ws-ds-valor-antes
                 move log-campo (ws-ix-campo) to ws-ds-valor-depois
            end-if

            add  1 to ws-qt-campos-alterados
            move ws-nm-campo (ws-ix-campo) to wlc-nm-campo
            move ws-ds-valor-antes         to wlc-ds-antes
            move " -> "                    to wlc-ds-seta
            move ws-ds-valor-depois        to wlc-ds-depois
            write reg-arq-relatorio-01 from ws-linha-campo.

       2410-proximo.
            add  1 to ws-ix-campo.
       2410-compara-campo-exit.
            exit.

      *>============================================================================================
      *>            Salário base vem com centavos (9 dígitos) da linha
      *>            Anterior e do Excluiu, e em reais inteiros (7 dígitos)
      *>            do Gravou e do Modificou, como digitado na tela; salário
      *>            família sempre com centavos em 7 dígitos.
      *>============================================================================================
       2420-normaliza-valor section.
       2420.
            move zeros to ws-vl-normalizado
            if   ws-tam-campo-normalizar = zeros
            or   ws-tam-campo-normalizar is greater than 9
                 exit section
            end-if
            if   ws-ds-campo-normalizar (1:ws-tam-campo-normalizar) is not numeric
                 exit section
            end-if
            evaluate true
                when ws-tam-campo-normalizar = 9
                     move ws-ds-campo-normalizar (1:9) to ws-vl-texto-centavos
                     move ws-vl-centavos to ws-vl-normalizado
                when ws-tam-campo-normalizar = 7 and ws-ix-campo = 8
                     move ws-ds-campo-normalizar (1:7) to ws-vl-texto-familia
                     move ws-vl-familia  to ws-vl-normalizado
                when ws-tam-campo-normalizar = 7
                     move ws-ds-campo-normalizar (1:7) to ws-vl-texto-reais
                     move ws-vl-reais    to ws-vl-normalizado
            end-evaluate.
       2420-exit.
            exit.

      *>============================================================================================
      *>            Dados bancários (campos 13 a 17) mudados dentro de um
      *>            intervalo folha-remessa vão para a seção 3. Exige a
      *>            linha Anterior: sem ela não há como saber o que mudou.
      *>============================================================================================
       2450-verifica-banco section.
       2450.
            if   not anterior-pendente
            or   pnd-cd-funcionario not = log-cd-funcionario
            or   pnd-dt-hr          not = log-dt-hr
            or   log-tam-campo (13) = zeros
                 exit section
            end-if

            set  banco-inalterado to true
            move 13 to ws-ix-campo
            perform 2455-compara-banco
               thru 2455-compara-banco-exit
               until ws-ix-campo is greater than 17
            if   banco-inalterado
                 exit section
            end-if

            move zeros to ws-ix-janela-achada
            move 1 to ws-ix-janela
            perform 2460-procura-intervalo
               thru 2460-procura-intervalo-exit
               until ws-ix-janela is greater than ws-qt-janelas
               or    ws-ix-janela-achada not = zeros
            if   ws-ix-janela-achada = zeros
                 exit section
            end-if

            if   ws-qt-alteracoes-banco = 500
                 add  1 to ws-qt-alteracoes-excedentes
                 exit section
            end-if
            add  1 to ws-qt-alteracoes-banco
            move ws-qt-alteracoes-banco to ws-ix-alteracao-banco
            move spaces to ws-ds-dados-banco-antes ws-ds-dados-banco-depois
            string pnd-campo (13) delimited by space " " delimited by size
                   pnd-campo (14) delimited by space " " delimited by size
                   pnd-campo (15) delimited by space "-" delimited by size
                   pnd-campo (16) delimited by space " " delimited by size
                   pnd-campo (17) delimited by space
                   into ws-ds-dados-banco-antes
            string log-campo (13) delimited by space " " delimited by size
                   log-campo (14) delimited by space " " delimited by size
                   log-campo (15) delimited by space "-" delimited by size
                   log-campo (16) delimited by space " " delimited by size
                   log-campo (17) delimited by space
                   into ws-ds-dados-banco-depois
            move log-dt-registro    to bco-dt-registro (ws-ix-alteracao-banco)
            move log-hr-registro    to bco-hr-registro (ws-ix-alteracao-banco)
            move log-op-operador    to bco-op-operador (ws-ix-alteracao-banco)
            move log-cd-funcionario to bco-cd-funcionario (ws-ix-alteracao-banco)
            move jan-nu-competencia (ws-ix-janela-achada)
                                    to bco-nu-competencia (ws-ix-alteracao-banco)
            move ws-ds-dados-banco-antes  to bco-ds-antes (ws-ix-alteracao-banco)
            move ws-ds-dados-banco-depois to bco-ds-depois (ws-ix-alteracao-banco)
            if   jan-dt-hr-fim (ws-ix-janela-achada) = zeros
                 move "S" to bco-sw-remessa-pendente (ws-ix-alteracao-banco)
            else
                 move "N" to bco-sw-remessa-pendente (ws-ix-alteracao-banco)
            end-if.
       2450-exit.
            exit.

      *>============================================================================================
       2455-compara-banco section.
       2455.
            if   pnd-campo (ws-ix-campo) not = log-campo (ws-ix-campo)
                 set  banco-alterado to true
            end-if
            add  1 to ws-ix-campo.
       2455-compara-banco-exit.
            exit.

      *>============================================================================================
       2460-procura-intervalo section.
       2460.
            if   log-dt-hr not less than jan-dt-hr-inicio (ws-ix-janela)
                 if   jan-dt-hr-fim (ws-ix-janela) = zeros
                 or   log-dt-hr not greater than jan-dt-hr-fim (ws-ix-janela)
                      move ws-ix-janela to ws-ix-janela-achada
                 end-if
            end-if
            add  1 to ws-ix-janela.
       2460-procura-intervalo-exit.
            exit.

      *>============================================================================================
      *>            Gravou/Excluiu (e Modificou sem Anterior): campo a campo
      *>            com os nomes do cadastro do PROGRAMA01.
      *>============================================================================================
       2500-imprime-campos section.
       2500.
            move 2 to ws-ix-campo
            perform 2510-imprime-campo
               thru 2510-imprime-campo-exit
               until ws-ix-campo is greater than 18.
       2500-exit.
            exit.

      *>============================================================================================
       2510-imprime-campo section.
       2510.
            if   log-tam-campo (ws-ix-campo) = zeros
                 go to 2510-proximo
            end-if
            if   ws-ix-campo = 7 or ws-ix-campo = 8
                 move log-campo (ws-ix-campo)     to ws-ds-campo-normalizar
                 move log-tam-campo (ws-ix-campo) to ws-tam-campo-normalizar
                 perform 2420-normaliza-valor
                 move ws-vl-normalizado to ws-vl-editado
                 move ws-vl-editado     to wlc-ds-depois
            else
                 move log-campo (ws-ix-campo) to wlc-ds-depois
            end-if
            move ws-nm-campo (ws-ix-campo) to wlc-nm-campo
            move spaces                    to wlc-ds-antes
                                              wlc-ds-seta
            write reg-arq-relatorio-01 from ws-linha-campo.

       2510-proximo.
            add  1 to ws-ix-campo.
       2510-imprime-campo-exit.
            exit.

      *>============================================================================================
       2600-imprime-alteracoes-banco section.
       2600.
            move "3. DADOS BANCARIOS ALTERADOS ENTRE A FOLHA (PROGRAMA05) E A REMESSA (PROGRAMA07)"
                                   to wls-ds-secao
            write reg-arq-relatorio-01 from ws-linha-secao
            write reg-arq-relatorio-01 from ws-linha-branca

            move 1 to ws-ix-janela
            perform 2610-imprime-intervalo
               thru 2610-imprime-intervalo-exit
               until ws-ix-janela is greater than ws-qt-janelas
            write reg-arq-relatorio-01 from ws-linha-branca

            move 1 to ws-ix-alteracao-banco
            perform 2620-imprime-alteracao
               thru 2620-imprime-alteracao-exit
               until ws-ix-alteracao-banco is greater than ws-qt-alteracoes-banco

            if   ws-qt-alteracoes-banco = zeros
                 move "    NENHUMA ALTERACAO BANCARIA ENTRE FOLHA E REMESSA" to wls-ds-secao
                 write reg-arq-relatorio-01 from ws-linha-secao
            else
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
            end-if
            if   ws-qt-alteracoes-excedentes not = zeros
                 move "ALTERACOES NAO LISTADAS (LIMITE 500)" to wlq-ds-total
                 move ws-qt-alteracoes-excedentes           to wlq-qt-total
                 write reg-arq-relatorio-01 from ws-linha-total
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2600-exit.
            exit.

      *>============================================================================================
       2610-imprime-intervalo section.
       2610.
            move jan-nu-competencia (ws-ix-janela) to wlj-nu-competencia
            move jan-dt-hr-inicio (ws-ix-janela)   to wlj-dt-hr-inicio
            if   jan-dt-hr-fim (ws-ix-janela) = zeros
                 move "PENDENTE"                   to wlj-ds-fim
            else
                 move jan-dt-hr-fim (ws-ix-janela) to wlj-ds-fim
            end-if
            write reg-arq-relatorio-01 from ws-linha-janela
            add  1 to ws-ix-janela.
       2610-imprime-intervalo-exit.
            exit.

      *>============================================================================================
       2620-imprime-alteracao section.
       2620.
            move bco-dt-registro (ws-ix-alteracao-banco)    to wlb-dt-registro
            move bco-hr-registro (ws-ix-alteracao-banco)    to wlb-hr-registro
            move bco-op-operador (ws-ix-alteracao-banco)    to wlb-op-operador
            move bco-cd-funcionario (ws-ix-alteracao-banco) to wlb-cd-funcionario
            move bco-nu-competencia (ws-ix-alteracao-banco) to wlb-nu-competencia
            move bco-ds-antes (ws-ix-alteracao-banco)       to wlb-ds-antes
            move bco-ds-depois (ws-ix-alteracao-banco)      to wlb-ds-depois
            if   bco-sw-remessa-pendente (ws-ix-alteracao-banco) = "S"
                 move "REMESSA PENDENTE"   to wlb-ds-situacao
            else
                 move "ANTES DA REMESSA"   to wlb-ds-situacao
            end-if
            write reg-arq-relatorio-01 from ws-linha-banco
            add  1 to ws-ix-alteracao-banco.
       2620-imprime-alteracao-exit.
            exit.

      *>============================================================================================
       2700-acumula-totais section.
       2700.
            move zeros to ws-ix-janela-achada
            move 1 to ws-ix-total
            perform 2710-procura-operador
               thru 2710-procura-operador-exit
               until ws-ix-total is greater than ws-qt-operadores
               or    ws-ix-janela-achada not = zeros
            if   ws-ix-janela-achada = zeros
            and  ws-qt-operadores is less than 100
                 add  1 to ws-qt-operadores
                 move ws-qt-operadores to ws-ix-janela-achada
                 move log-op-operador  to tot-op-operador (ws-ix-janela-achada)
                 move zeros            to tot-qt-operador (ws-ix-janela-achada)
            end-if
            if   ws-ix-janela-achada not = zeros
                 add  1 to tot-qt-operador (ws-ix-janela-achada)
            end-if

            move zeros to ws-ix-janela-achada
            move 1 to ws-ix-total
            perform 2720-procura-acao
               thru 2720-procura-acao-exit
               until ws-ix-total is greater than ws-qt-acoes
               or    ws-ix-janela-achada not = zeros
            if   ws-ix-janela-achada = zeros
            and  ws-qt-acoes is less than 50
                 add  1 to ws-qt-acoes
                 move ws-qt-acoes to ws-ix-janela-achada
                 move log-ds-acao to tot-ds-acao (ws-ix-janela-achada)
                 move zeros       to tot-qt-acao (ws-ix-janela-achada)
            end-if
            if   ws-ix-janela-achada not = zeros
                 add  1 to tot-qt-acao (ws-ix-janela-achada)
            end-if.
       2700-exit.
            exit.

      *>============================================================================================
       2710-procura-operador section.
       2710.
            if   tot-op-operador (ws-ix-total) = log-op-operador
                 move ws-ix-total to ws-ix-janela-achada
            end-if
            add  1 to ws-ix-total.
       2710-procura-operador-exit.
            exit.

      *>============================================================================================
       2720-procura-acao section.
       2720.
            if   tot-ds-acao (ws-ix-total) = log-ds-acao
                 move ws-ix-total to ws-ix-janela-achada
            end-if
            add  1 to ws-ix-total.
       2720-procura-acao-exit.
            exit.

      *>============================================================================================
       2800-imprime-totais section.
       2800.
            move "4. TOTAIS POR OPERADOR E POR ACAO" to wls-ds-secao
            write reg-arq-relatorio-01 from ws-linha-secao
            write reg-arq-relatorio-01 from ws-linha-branca

            move 1 to ws-ix-total
            perform 2810-imprime-operador
               thru 2810-imprime-operador-exit
               until ws-ix-total is greater than ws-qt-operadores
            write reg-arq-relatorio-01 from ws-linha-branca

            move 1 to ws-ix-total
            perform 2820-imprime-acao
               thru 2820-imprime-acao-exit
               until ws-ix-total is greater than ws-qt-acoes
            write reg-arq-relatorio-01 from ws-linha-branca

            move "LINHAS LIDAS DO LOG.TXT"              to wlq-ds-total
            move ws-qt-linhas-lidas                     to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "LINHAS FORA DO FORMATO"               to wlq-ds-total
            move ws-qt-linhas-invalidas                 to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "OPERACOES SELECIONADAS"               to wlq-ds-total
            move ws-qt-linhas-selecionadas              to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "REABERTURAS DE COMPETENCIA"           to wlq-ds-total
            move ws-qt-reaberturas                      to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "ALTERACOES BANCARIAS FOLHA-REMESSA"   to wlq-ds-total
            move ws-qt-alteracoes-banco                 to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2800-exit.
            exit.

      *>============================================================================================
       2810-imprime-operador section.
       2810.
            move spaces to wlq-ds-total
            string "OPERADOR " tot-op-operador (ws-ix-total)
                   delimited by size into wlq-ds-total
            move tot-qt-operador (ws-ix-total) to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            add  1 to ws-ix-total.
       2810-imprime-operador-exit.
            exit.

      *>============================================================================================
       2820-imprime-acao section.
       2820.
            move spaces to wlq-ds-total
            string "ACAO " tot-ds-acao (ws-ix-total)
                   delimited by size into wlq-ds-total
            move tot-qt-acao (ws-ix-total) to wlq-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            add  1 to ws-ix-total.
       2820-imprime-acao-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move ws-qt-alteracoes-banco to ws-qt-alteracoes-log
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " SELECIONADAS=" ws-qt-linhas-selecionadas
                   " REABERTURAS=" ws-qt-reaberturas
                   " ALTERACOES-BANCARIAS=" ws-qt-alteracoes-log
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
                 display "PROGRAMA26: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA26 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

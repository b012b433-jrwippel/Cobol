      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA20.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Comparativo de Folha entre Competências
      *>            --------------------------------------------------------
      *>            Conferência da folha entre o PROGRAMA05 e a remessa do
      *>            PROGRAMA07. Casa, por fol-cd-funcionario, o FOLHAMES da
      *>            competência com o da competência anterior (os dois vêm
      *>            do PROGRAMA05 em ordem de código) e relaciona em
      *>            COMPARA.AAAAMM, funcionário a funcionário:
      *>
      *>               . variação de líquido, bruto, INSS ou IRRF acima do
      *>                 percentual limite (valor que era zero e deixou de
      *>                 ser sai como NOVO);
      *>               . quem entrou na folha (ADMISSAO quando admitido na
      *>                 competência, RETORNO nos demais casos, como a volta
      *>                 de afastamento) e quem saiu (DESLIGAMENTO,
      *>                 AFASTAMENTO ou EXCLUIDO), pela situação atual em
      *>                 FUNCION.CAD;
      *>               . líquido zerado (o PROGRAMA05 limita a zero o
      *>                 líquido que ficaria negativo, então é aqui que ele
      *>                 aparece; a coluna ATUAL traz o bruto, para mostrar
      *>                 o quanto os descontos consumiram).
      *>
      *>            Fecha com os totais de cada verba nas duas competências
      *>            e a diferença entre elas, e com a contagem de
      *>            ocorrências por tipo.
      *>
      *>            A anterior de AAAAMM é o mês anterior; a de uma folha de
      *>            13º (AAAA13/AAAA14) é a mesma parcela do ano anterior.
      *>            Sem o FOLHAMES anterior só saem os líquidos zerados e os
      *>            totais, com código de retorno 4.
      *>
      *>            Ao terminar, grava CONFFOL.AAAAMM com a quantidade de
      *>            funcionários e o total líquido conferidos. Com
      *>            FOLHA_EXIGE_COMPARATIVO=S o PROGRAMA07 só gera a remessa
      *>            se esse registro existe e bate com o FOLHAMES (folha
      *>            regerada depois da conferência exige novo comparativo).
      *>
      *>            Competência por FOLHA_COMPETENCIA como no PROGRAMA05;
      *>            percentual limite por COMPARA_PERCENTUAL em centésimos
      *>            (default 1000 = 10,00%); diretório por FOLHA_MES_DIR;
      *>            log em JOBLOG_PATH e código de retorno 8 em erro de
      *>            arquivo.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqindexado01 assign to disk wid-arqindexado01
                   organization    is indexed
                   access mode     is random
                   record key      is reg-chave
                   file status     is ws-resultado-acesso.

            select arqfolhames01 assign to disk wid-arqfolhames01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-folha.

            select arqfolhaant01 assign to disk wid-arqfolhaant01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-folant.

            select arqrelatorio01 assign to disk wid-arqrelatorio01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-relat.

            select arqcomparativo01 assign to disk wid-arqcomparativo01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-compar.

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

      *>            Mesmo layout do FOLHAMES, para a competência anterior.
       fd  arqfolhaant01.

       01  reg-arq-folhaant-01.
           03  ant-nu-competencia        pic 9(06).
           03  ant-cd-funcionario        pic 9(07).
           03  ant-no-funcionario        pic x(30).
           03  ant-vl-salario-base       pic 9(07)v99.
           03  ant-vl-salario-familia    pic 9(05)v99.
           03  ant-vl-salario-bruto      pic 9(07)v99.
           03  ant-vl-inss               pic 9(07)v99.
           03  ant-vl-irrf               pic 9(07)v99.
           03  ant-vl-salario-liquido    pic 9(07)v99.
           03  ant-tp-folha              pic x(01).
           03  ant-vl-terco-ferias       pic 9(07)v99.
           03  ant-vl-horas-extras       pic 9(07)v99.
           03  ant-vl-faltas             pic 9(07)v99.
           03  ant-vl-adiantamento       pic 9(07)v99.
           03  ant-vl-emprestimo         pic 9(07)v99.
           03  ant-vl-fgts               pic 9(07)v99.
           03  ant-vl-inss-patronal      pic 9(07)v99.
           03  ant-vl-pensao             pic 9(07)v99.
           03  ant-vl-retroativo         pic 9(07)v99.
           03  ant-cd-centro-custo       pic 9(05).

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(80).

       fd  arqcomparativo01.

       01  reg-arq-comparativo-01.
           03  cfc-nu-competencia        pic 9(06).
           03  cfc-qt-funcionarios       pic 9(07).
           03  cfc-vl-total-liquido      pic 9(11)v99.
           03  cfc-dt-execucao           pic 9(08).
           03  cfc-hr-execucao           pic 9(06).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
            03 ws-resultado-acesso-folha   pic x(2).
               88 ws-folha-ok              value "00" "02".
            03 ws-resultado-acesso-folant  pic x(2).
               88 ws-folhaant-ok           value "00" "02".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-relatorio-ok          value "00" "02".
            03 ws-resultado-acesso-compar  pic x(2).
               88 ws-comparativo-ok        value "00" "02".
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
            03 wid-arqfolhames01           pic x(150).
            03 wid-arqfolhaant01           pic x(150).
            03 wid-arqrelatorio01          pic x(150).
            03 wid-arqcomparativo01        pic x(150).
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
            03 ws-percentual-informado     pic x(05).
            03 ws-tam-percentual           pic 9(02).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

       01   ws-controle-comparacao.
            03 ws-pc-limite                pic 9(03)v99 value 10,00.
            03 ws-nu-pc-informado          pic 9(05).
            03 ws-cd-chave-atual           pic 9(07).
            03 ws-cd-chave-anterior        pic 9(07).
            03 ws-sw-anterior-disponivel   pic x(01) value "N".
               88 anterior-disponivel      value "S".
               88 anterior-indisponivel    value "N".
            03 ws-sw-funcion-disponivel    pic x(01) value "N".
               88 funcion-disponivel       value "S".
               88 funcion-indisponivel     value "N".
            03 ws-vl-comparado-ant         pic 9(07)v99.
            03 ws-vl-comparado-atu         pic 9(07)v99.
            03 ws-pc-variacao              pic s9(07)v99.
            03 ws-pc-variacao-abs          pic 9(07)v99.
            03 ws-ds-ocorrencia            pic x(13).
            03 ws-dt-admissao-comparada    pic 9(08).
            03 ws-dt-adm-partes redefines ws-dt-admissao-comparada.
               05 ws-adm-competencia       pic 9(06).
               05 ws-adm-dia               pic 9(02).

       01   ws-contadores-comparacao.
            03 ws-qt-funcionarios-atu      pic 9(07) value zeros.
            03 ws-qt-funcionarios-ant      pic 9(07) value zeros.
            03 ws-qt-variacoes             pic 9(07) value zeros.
            03 ws-qt-incluidos             pic 9(07) value zeros.
            03 ws-qt-excluidos             pic 9(07) value zeros.
            03 ws-qt-liquido-zero          pic 9(07) value zeros.

      *>            Totais por verba: a posição na tabela é a mesma nas
      *>            duas competências e na tabela de descrições.
       01   ws-descricoes-verbas.
            03 filler pic x(22) value "SALARIO BASE".
            03 filler pic x(22) value "SALARIO FAMILIA".
            03 filler pic x(22) value "ADICIONAL 1/3 FERIAS".
            03 filler pic x(22) value "HORAS EXTRAS".
            03 filler pic x(22) value "DIFERENCAS RETROATIVAS".
            03 filler pic x(22) value "(-) FALTAS".
            03 filler pic x(22) value "SALARIO BRUTO".
            03 filler pic x(22) value "(-) INSS".
            03 filler pic x(22) value "(-) IRRF".
            03 filler pic x(22) value "(-) PENSAO ALIMENTICIA".
            03 filler pic x(22) value "(-) ADIANTAMENTO".
            03 filler pic x(22) value "(-) EMPRESTIMO".
            03 filler pic x(22) value "SALARIO LIQUIDO".
            03 filler pic x(22) value "FGTS".
            03 filler pic x(22) value "INSS PATRONAL".
       01   ws-tabela-descricoes redefines ws-descricoes-verbas.
            03 wdv-descricao               pic x(22) occurs 15.

       01   ws-totais-verbas.
            03 ws-qt-verbas                pic 9(02) value 15.
            03 ws-ix-verba                 pic 9(02).
            03 ws-tt-verba-atual           pic 9(11)v99 occurs 15 value zeros.
            03 ws-tt-verba-anterior        pic 9(11)v99 occurs 15 value zeros.

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(80) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(35) value
                  "COMPARATIVO DE FOLHA - COMPETENCIA ".
               05 wlt-competencia          pic 9(06).
               05 filler                   pic x(12) value " X ANTERIOR ".
               05 wlt-competencia-ant      pic 9(06).
               05 filler                   pic x(21) value spaces.
            03 ws-linha-limite.
               05 filler                   pic x(29) value
                  "PERCENTUAL LIMITE DE VARIACAO".
               05 filler                   pic x(01) value space.
               05 wll-percentual           pic zz9,99.
               05 filler                   pic x(01) value "%".
               05 filler                   pic x(43) value spaces.
            03 ws-linha-sem-anterior.
               05 filler                   pic x(30) value
                  "*** SEM FOLHAMES DA ANTERIOR ".
               05 wls-competencia          pic 9(06).
               05 filler                   pic x(44) value
                  " - SO LIQUIDOS ZERADOS E TOTAIS ***".
            03 ws-linha-cabecalho-detalhe.
               05 filler                   pic x(80) value
                  "CODIGO  NOME                   OCORRENCIA       ANTERIOR       ATUAL VARIACAO".
            03 ws-linha-detalhe.
               05 wld-cd-funcionario       pic 9(07).
               05 filler                   pic x(01) value space.
               05 wld-no-funcionario       pic x(22).
               05 filler                   pic x(01) value space.
               05 wld-ds-ocorrencia        pic x(13).
               05 wld-vl-anterior          pic z.zzz.zz9,99.
               05 wld-vl-atual             pic z.zzz.zz9,99.
               05 wld-pc-variacao          pic ----9,99.
               05 wld-pc-texto redefines wld-pc-variacao
                                           pic x(08).
               05 wld-pc-simbolo           pic x(01).
               05 filler                   pic x(03) value spaces.
            03 ws-linha-titulo-totais.
               05 filler                   pic x(80) value
                  "TOTAIS POR VERBA               ANTERIOR             ATUAL         DIFERENCA".
            03 ws-linha-total-verba.
               05 wtv-descricao            pic x(22).
               05 wtv-vl-anterior          pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(01) value space.
               05 wtv-vl-atual             pic zz.zzz.zzz.zz9,99.
               05 filler                   pic x(01) value space.
               05 wtv-vl-diferenca         pic --.---.---.--9,99.
               05 filler                   pic x(04) value spaces.
            03 ws-linha-quantidade.
               05 wlq-descricao            pic x(30).
               05 wlq-quantidade           pic zzz.zz9.
               05 filler                   pic x(43) value spaces.

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
            perform 7000-grava-log.
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

            if   ws-comp-mes is greater than 12
                 compute ws-nu-competencia-ant = ws-nu-competencia - 100
            else
                 if   ws-comp-mes = 1
                      compute ws-ant-ano = ws-comp-ano - 1
                      move 12 to ws-ant-mes
                 else
                      move ws-comp-ano to ws-ant-ano
                      compute ws-ant-mes = ws-comp-mes - 1
                 end-if
            end-if

      *>            Percentual em centésimos, alinhado à esquerda.
            move spaces to ws-percentual-informado
            accept ws-percentual-informado from environment "COMPARA_PERCENTUAL"
            if   ws-percentual-informado not = spaces
                 move zeros to ws-tam-percentual
                 inspect ws-percentual-informado
                         tallying ws-tam-percentual for trailing spaces
                 compute ws-tam-percentual =
                         length of ws-percentual-informado - ws-tam-percentual
                 if   ws-percentual-informado (1:ws-tam-percentual) is numeric
                      move ws-percentual-informado (1:ws-tam-percentual)
                           to ws-nu-pc-informado
                      compute ws-pc-limite = ws-nu-pc-informado / 100
                 else
                      display "PROGRAMA20: COMPARA_PERCENTUAL inválido, usando "
                              ws-pc-limite "%"
                 end-if
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

            move spaces to wid-arqfolhaant01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   ws-nu-competencia-ant          delimited by size
                   into wid-arqfolhaant01

            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\COMPARA."                    delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqrelatorio01

            move spaces to wid-arqcomparativo01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\CONFFOL."                    delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqcomparativo01

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
                 display "PROGRAMA20: erro ao abrir FOLHAMES - "
                         ws-resultado-acesso-folha
                 display "PROGRAMA20: execute antes o PROGRAMA05 da competência"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FOLHAMES STATUS " ws-resultado-acesso-folha
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-relatorio-ok
                 display "PROGRAMA20: erro ao abrir relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqfolhames01
                 exit section
            end-if

      *>            Sem a anterior não há o que casar: a competência atual
      *>            é lida contra um arquivo vazio, sem listar inclusões.
            set  anterior-indisponivel to true
            open input arqfolhaant01
            if   ws-folhaant-ok
                 set  anterior-disponivel to true
            else
                 move 4 to ws-codigo-retorno
                 display "PROGRAMA20: FALTA a folha da competência anterior "
                         ws-nu-competencia-ant
                 move spaces to ws-evento-log
                 string "FALTA FOLHAMES DA COMPETENCIA " ws-nu-competencia-ant
                        into ws-evento-log
                 perform 7000-grava-log
            end-if

      *>            FUNCION.CAD só explica entradas e saídas; sem ele elas
      *>            saem como INCLUIDO/EXCLUIDO.
            set  funcion-indisponivel to true
            open input arqindexado01
            if   ws-operacao-ok
                 set  funcion-disponivel to true
            end-if

            perform 2100-imprime-cabecalho

            perform 2210-le-atual
            perform 2220-le-anterior
            perform 2200-compara-funcionario
               thru 2200-compara-funcionario-exit
               until (ws-cd-chave-atual = 9999999
                      and ws-cd-chave-anterior = 9999999)
               or    ws-codigo-retorno is greater than 4

            if   ws-codigo-retorno is not greater than 4
                 perform 2500-imprime-totais
            end-if

            close arqfolhames01
            close arqrelatorio01
            if   anterior-disponivel
                 close arqfolhaant01
            end-if
            if   funcion-disponivel
                 close arqindexado01
            end-if

            if   ws-codigo-retorno is not greater than 4
                 perform 2600-grava-comparativo
            end-if

            if   ws-codigo-retorno is not greater than 4
                 display "PROGRAMA20: comparativo gerado - " wid-arqrelatorio01
                 display "PROGRAMA20: variações acima do limite - " ws-qt-variacoes
                 display "PROGRAMA20: entraram na folha - " ws-qt-incluidos
                 display "PROGRAMA20: saíram da folha - " ws-qt-excluidos
                 display "PROGRAMA20: líquidos zerados - " ws-qt-liquido-zero
            end-if.
       2000-exit.
            exit.

      *>============================================================================================
       2100-imprime-cabecalho section.
       2100.
            write reg-arq-relatorio-01 from ws-linha-separadora
            move ws-nu-competencia     to wlt-competencia
            move ws-nu-competencia-ant to wlt-competencia-ant
            write reg-arq-relatorio-01 from ws-linha-titulo
            move ws-pc-limite          to wll-percentual
            write reg-arq-relatorio-01 from ws-linha-limite
            if   anterior-indisponivel
                 move ws-nu-competencia-ant to wls-competencia
                 write reg-arq-relatorio-01 from ws-linha-sem-anterior
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-cabecalho-detalhe.
       2100-exit.
            exit.

      *>============================================================================================
      *>            Balanceamento dos dois arquivos por código: código só
      *>            na atual entrou na folha, só na anterior saiu; nos
      *>            dois, comparam-se as verbas.
      *>============================================================================================
       2200-compara-funcionario section.
       2200.
            evaluate true
                when ws-cd-chave-atual is less than ws-cd-chave-anterior
                     perform 2300-trata-inclusao
                     perform 2230-verifica-liquido
                     perform 2240-acumula-atual
                     perform 2210-le-atual
                when ws-cd-chave-atual is greater than ws-cd-chave-anterior
                     perform 2320-trata-exclusao
                     perform 2250-acumula-anterior
                     perform 2220-le-anterior
                when other
                     perform 2400-compara-verbas
                     perform 2230-verifica-liquido
                     perform 2240-acumula-atual
                     perform 2250-acumula-anterior
                     perform 2210-le-atual
                     perform 2220-le-anterior
            end-evaluate.
       2200-compara-funcionario-exit.
            exit.

      *>============================================================================================
       2210-le-atual section.
       2210.
            read arqfolhames01
            if   ws-folha-ok
                 move fol-cd-funcionario to ws-cd-chave-atual
            else
                 move 9999999 to ws-cd-chave-atual
            end-if.
       2210-exit.
            exit.

      *>============================================================================================
       2220-le-anterior section.
       2220.
            if   anterior-indisponivel
                 move 9999999 to ws-cd-chave-anterior
                 exit section
            end-if
            read arqfolhaant01
            if   ws-folhaant-ok
                 move ant-cd-funcionario to ws-cd-chave-anterior
            else
                 move 9999999 to ws-cd-chave-anterior
            end-if.
       2220-exit.
            exit.

      *>============================================================================================
       2230-verifica-liquido section.
       2230.
            if   fol-vl-salario-liquido = zeros
                 add  1 to ws-qt-liquido-zero
                 move "LIQUIDO ZERO"         to ws-ds-ocorrencia
                 move zeros                  to ws-vl-comparado-ant
                 move fol-vl-salario-bruto   to ws-vl-comparado-atu
                 perform 2420-imprime-detalhe-atual
                 move spaces                 to wld-pc-texto wld-pc-simbolo
                 perform 2440-grava-detalhe
            end-if.
       2230-exit.
            exit.

      *>============================================================================================
       2240-acumula-atual section.
       2240.
            add 1 to ws-qt-funcionarios-atu
            add fol-vl-salario-base      to ws-tt-verba-atual (1)
            add fol-vl-salario-familia   to ws-tt-verba-atual (2)
            add fol-vl-terco-ferias      to ws-tt-verba-atual (3)
            add fol-vl-horas-extras      to ws-tt-verba-atual (4)
            if   fol-vl-retroativo is numeric
                 add fol-vl-retroativo to ws-tt-verba-atual (5)
            end-if
            add fol-vl-faltas            to ws-tt-verba-atual (6)
            add fol-vl-salario-bruto     to ws-tt-verba-atual (7)
            add fol-vl-inss              to ws-tt-verba-atual (8)
            add fol-vl-irrf              to ws-tt-verba-atual (9)
            if   fol-vl-pensao is numeric
                 add fol-vl-pensao to ws-tt-verba-atual (10)
            end-if
            add fol-vl-adiantamento      to ws-tt-verba-atual (11)
            add fol-vl-emprestimo        to ws-tt-verba-atual (12)
            add fol-vl-salario-liquido   to ws-tt-verba-atual (13)
            add fol-vl-fgts              to ws-tt-verba-atual (14)
            add fol-vl-inss-patronal     to ws-tt-verba-atual (15).
       2240-exit.
            exit.

      *>============================================================================================
       2250-acumula-anterior section.
       2250.
            add 1 to ws-qt-funcionarios-ant
            add ant-vl-salario-base      to ws-tt-verba-anterior (1)
            add ant-vl-salario-familia   to ws-tt-verba-anterior (2)
            add ant-vl-terco-ferias      to ws-tt-verba-anterior (3)
            add ant-vl-horas-extras      to ws-tt-verba-anterior (4)
            if   ant-vl-retroativo is numeric
                 add ant-vl-retroativo to ws-tt-verba-anterior (5)
            end-if
            add ant-vl-faltas            to ws-tt-verba-anterior (6)
            add ant-vl-salario-bruto     to ws-tt-verba-anterior (7)
            add ant-vl-inss              to ws-tt-verba-anterior (8)
            add ant-vl-irrf              to ws-tt-verba-anterior (9)
            if   ant-vl-pensao is numeric
                 add ant-vl-pensao to ws-tt-verba-anterior (10)
            end-if
            add ant-vl-adiantamento      to ws-tt-verba-anterior (11)
            add ant-vl-emprestimo        to ws-tt-verba-anterior (12)
            add ant-vl-salario-liquido   to ws-tt-verba-anterior (13)
            add ant-vl-fgts              to ws-tt-verba-anterior (14)
            add ant-vl-inss-patronal     to ws-tt-verba-anterior (15).
       2250-exit.
            exit.

      *>============================================================================================
      *>            Entrou na folha: admitido dentro da competência é
      *>            admissão; qualquer outro caso (volta de afastamento,
      *>            reintegração) é retorno. Sem competência anterior não
      *>            há inclusão a apontar.
      *>============================================================================================
       2300-trata-inclusao section.
       2300.
            if   anterior-indisponivel
                 exit section
            end-if
            add  1 to ws-qt-incluidos
            move "INCLUIDO" to ws-ds-ocorrencia
            if   funcion-disponivel
                 move fol-cd-funcionario to reg-cd-funcionario
                 read arqindexado01
                 if   ws-operacao-ok
                      move reg-dt-admissao to ws-dt-admissao-comparada
                      if   ws-adm-competencia = ws-nu-competencia
                           move "ADMISSAO" to ws-ds-ocorrencia
                      else
                           move "RETORNO"  to ws-ds-ocorrencia
                      end-if
                 end-if
            end-if
            move zeros                  to ws-vl-comparado-ant
            move fol-vl-salario-liquido to ws-vl-comparado-atu
            perform 2420-imprime-detalhe-atual
            move spaces                 to wld-pc-texto wld-pc-simbolo
            perform 2440-grava-detalhe.
       2300-exit.
            exit.

      *>============================================================================================
       2320-trata-exclusao section.
       2320.
            add  1 to ws-qt-excluidos
            move "EXCLUIDO" to ws-ds-ocorrencia
            if   funcion-disponivel
                 move ant-cd-funcionario to reg-cd-funcionario
                 read arqindexado01
                 if   ws-operacao-ok
                      evaluate true
                          when funcionario-desligado
                               move "DESLIGAMENTO" to ws-ds-ocorrencia
                          when funcionario-afastado
                               move "AFASTAMENTO"  to ws-ds-ocorrencia
                      end-evaluate
                 end-if
            end-if
            move ant-cd-funcionario     to wld-cd-funcionario
            move ant-no-funcionario     to wld-no-funcionario
            move ws-ds-ocorrencia       to wld-ds-ocorrencia
            move ant-vl-salario-liquido to wld-vl-anterior
            move zeros                  to wld-vl-atual
            move spaces                 to wld-pc-texto wld-pc-simbolo
            perform 2440-grava-detalhe.
       2320-exit.
            exit.

      *>============================================================================================
      *>            Variação de cada verba conferida sobre o valor da
      *>            anterior; a linha sai quando passa do limite, para
      *>            mais ou para menos.
      *>============================================================================================
       2400-compara-verbas section.
       2400.
            move "VAR. LIQUIDO"         to ws-ds-ocorrencia
            move ant-vl-salario-liquido to ws-vl-comparado-ant
            move fol-vl-salario-liquido to ws-vl-comparado-atu
            perform 2410-compara-valor

            move "VAR. BRUTO"           to ws-ds-ocorrencia
            move ant-vl-salario-bruto   to ws-vl-comparado-ant
            move fol-vl-salario-bruto   to ws-vl-comparado-atu
            perform 2410-compara-valor

            move "VAR. INSS"            to ws-ds-ocorrencia
            move ant-vl-inss            to ws-vl-comparado-ant
            move fol-vl-inss            to ws-vl-comparado-atu
            perform 2410-compara-valor

            move "VAR. IRRF"            to ws-ds-ocorrencia
            move ant-vl-irrf            to ws-vl-comparado-ant
            move fol-vl-irrf            to ws-vl-comparado-atu
            perform 2410-compara-valor.
       2400-exit.
            exit.

      *>============================================================================================
       2410-compara-valor section.
       2410.
            if   ws-vl-comparado-ant = ws-vl-comparado-atu
                 exit section
            end-if
            if   ws-vl-comparado-ant = zeros
                 add  1 to ws-qt-variacoes
                 perform 2420-imprime-detalhe-atual
                 move "    NOVO" to wld-pc-texto
                 move space      to wld-pc-simbolo
                 perform 2440-grava-detalhe
                 exit section
            end-if

            compute ws-pc-variacao rounded =
                    (ws-vl-comparado-atu - ws-vl-comparado-ant) * 100
                  / ws-vl-comparado-ant
            if   ws-pc-variacao is less than zeros
                 compute ws-pc-variacao-abs = ws-pc-variacao * -1
            else
                 move ws-pc-variacao to ws-pc-variacao-abs
            end-if
            if   ws-pc-variacao-abs is greater than ws-pc-limite
                 add  1 to ws-qt-variacoes
                 perform 2420-imprime-detalhe-atual
                 move "%" to wld-pc-simbolo
                 if   ws-pc-variacao-abs is greater than 9999,99
                      move ">9999,99" to wld-pc-texto
                 else
                      move ws-pc-variacao to wld-pc-variacao
                 end-if
                 perform 2440-grava-detalhe
            end-if.
       2410-exit.
            exit.

      *>============================================================================================
       2420-imprime-detalhe-atual section.
       2420.
            move fol-cd-funcionario     to wld-cd-funcionario
            move fol-no-funcionario     to wld-no-funcionario
            move ws-ds-ocorrencia       to wld-ds-ocorrencia
            move ws-vl-comparado-ant    to wld-vl-anterior
            move ws-vl-comparado-atu    to wld-vl-atual.
       2420-exit.
            exit.

      *>============================================================================================
       2440-grava-detalhe section.
       2440.
            write reg-arq-relatorio-01 from ws-linha-detalhe
            if   not ws-relatorio-ok
                 display "PROGRAMA20: erro ao gravar relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
       2440-exit.
            exit.

      *>============================================================================================
       2500-imprime-totais section.
       2500.
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-titulo-totais
            move 1 to ws-ix-verba
            perform 2510-imprime-total-verba
               thru 2510-imprime-total-verba-exit
               until ws-ix-verba is greater than ws-qt-verbas

            write reg-arq-relatorio-01 from ws-linha-separadora
            move "FUNCIONARIOS NA ANTERIOR"   to wlq-descricao
            move ws-qt-funcionarios-ant       to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "FUNCIONARIOS NA ATUAL"      to wlq-descricao
            move ws-qt-funcionarios-atu       to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "VARIACOES ACIMA DO LIMITE"  to wlq-descricao
            move ws-qt-variacoes              to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "ENTRARAM NA FOLHA"          to wlq-descricao
            move ws-qt-incluidos              to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "SAIRAM DA FOLHA"            to wlq-descricao
            move ws-qt-excluidos              to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            move "LIQUIDOS ZERADOS"           to wlq-descricao
            move ws-qt-liquido-zero           to wlq-quantidade
            write reg-arq-relatorio-01 from ws-linha-quantidade
            write reg-arq-relatorio-01 from ws-linha-separadora
            if   not ws-relatorio-ok
                 display "PROGRAMA20: erro ao gravar relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
       2500-exit.
            exit.

      *>============================================================================================
       2510-imprime-total-verba section.
       2510.
            move wdv-descricao (ws-ix-verba)        to wtv-descricao
            move ws-tt-verba-anterior (ws-ix-verba) to wtv-vl-anterior
            move ws-tt-verba-atual (ws-ix-verba)    to wtv-vl-atual
            compute wtv-vl-diferenca = ws-tt-verba-atual (ws-ix-verba)
                                     - ws-tt-verba-anterior (ws-ix-verba)
            write reg-arq-relatorio-01 from ws-linha-total-verba
            add 1 to ws-ix-verba.
       2510-imprime-total-verba-exit.
            exit.

      *>============================================================================================
      *>            Registro de conferência lido pelo PROGRAMA07: a
      *>            quantidade e o líquido total amarram o comparativo ao
      *>            FOLHAMES que foi conferido.
      *>============================================================================================
       2600-grava-comparativo section.
       2600.
            open output arqcomparativo01
            if   not ws-comparativo-ok
                 display "PROGRAMA20: erro ao abrir registro de conferência - "
                         ws-resultado-acesso-compar
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR CONFFOL STATUS " ws-resultado-acesso-compar
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            move ws-nu-competencia          to cfc-nu-competencia
            move ws-qt-funcionarios-atu     to cfc-qt-funcionarios
            move ws-tt-verba-atual (13)     to cfc-vl-total-liquido
            move ws-data-atual              to cfc-dt-execucao
            move ws-hora-atual              to cfc-hr-execucao
            write reg-arq-comparativo-01
            if   not ws-comparativo-ok
                 display "PROGRAMA20: erro ao gravar registro de conferência - "
                         ws-resultado-acesso-compar
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR CONFFOL STATUS " ws-resultado-acesso-compar
                        into ws-evento-log
                 perform 7000-grava-log
            end-if
            close arqcomparativo01.
       2600-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " FUNCIONARIOS=" ws-qt-funcionarios-atu
                   " VARIACOES=" ws-qt-variacoes
                   " ENTRADAS=" ws-qt-incluidos
                   " SAIDAS=" ws-qt-excluidos
                   " LIQUIDO-ZERO=" ws-qt-liquido-zero
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
                 display "PROGRAMA20: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA20 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

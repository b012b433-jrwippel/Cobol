      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA22.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Arquivamento de Desligados (Base Morta)
      *>            --------------------------------------------------------
      *>            Desligar no PROGRAMA01 preserva o registro, então
      *>            FUNCION.CAD, FUNDEP.CAD, SALHIST.CAD e FERIAS.CAD só
      *>            crescem. Este programa transfere para a base morta os
      *>            funcionários desligados (reg-sit-funcionario "D") com
      *>            reg-dt-demissao anterior à data de corte, junto com os
      *>            seus dependentes, histórico salarial e férias:
      *>
      *>               FUNCION.CAD  -> ARQFUNC.CAD    (ARQFUNC_CAD_PATH)
      *>               FUNDEP.CAD   -> ARQFUNDEP.CAD  (ARQFUNDEP_CAD_PATH)
      *>               SALHIST.CAD  -> ARQSALHIST.CAD (ARQSALHIST_CAD_PATH)
      *>               FERIAS.CAD   -> ARQFERIAS.CAD  (ARQFERIAS_CAD_PATH)
      *>
      *>            Os arquivos da base morta têm o mesmo layout e a mesma
      *>            chave dos ativos e são criados na primeira execução. O
      *>            PROGRAMA23 consulta a base morta sem restaurar nada.
      *>
      *>            Data de corte: hoje menos ARQUIVO_ANOS anos (default 5).
      *>
      *>            Com ARQUIVO_OPERACAO=R e ARQUIVO_FUNCIONARIO=<código> o
      *>            caminho é o inverso: o funcionário volta para a base
      *>            ativa com todos os seus registros (readmissão,
      *>            reclamação trabalhista), ainda desligado; a readmissão
      *>            em si continua sendo feita no PROGRAMA01. A restauração
      *>            é recusada se o código já estiver em uso por outro
      *>            funcionário na base ativa.
      *>
      *>            Em cada funcionário os registros filhos são copiados e
      *>            removidos antes do registro principal, que sai por
      *>            último: uma execução interrompida é completada pela
      *>            seguinte sem perder nem duplicar registros.
      *>
      *>            Relatório ARQUIVAM.AAAAMMDD no diretório ARQUIVAMENTO_DIR
      *>            (default C:\Relatorios) com os funcionários transferidos
      *>            e as quantidades por arquivo. Log em JOBLOG_PATH e
      *>            código de retorno 8 em erro de arquivo ou parâmetro.
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

            select arqfundep01 assign to disk wid-arqfundep01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is dep-chave
                   file status     is ws-resultado-acesso-fundep.

            select arqsalhist01 assign to disk wid-arqsalhist01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is his-chave
                   file status     is ws-resultado-acesso-salhist.

            select arqferias01 assign to disk wid-arqferias01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is fer-chave
                   file status     is ws-resultado-acesso-ferias.

            select arqmortofunc01 assign to disk wid-arqmortofunc01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mfu-chave
                   file status     is ws-resultado-acesso-mfunc.

            select arqmortodep01 assign to disk wid-arqmortodep01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mdp-chave
                   file status     is ws-resultado-acesso-mdep.

            select arqmortohis01 assign to disk wid-arqmortohis01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mhs-chave
                   file status     is ws-resultado-acesso-mhis.

            select arqmortofer01 assign to disk wid-arqmortofer01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mfe-chave
                   file status     is ws-resultado-acesso-mfer.

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

       fd  arqfundep01.

       01  reg-arq-fundep-01.
           03  dep-chave.
               05  dep-cd-funcionario    pic 9(07).
               05  dep-nu-sequencia      pic 9(02).
           03  dep-no-dependente         pic x(30).
           03  dep-dt-nascimento         pic 9(08).
           03  dep-tp-dependente         pic x(01).

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
           03  fer-dt-hr-alteracao.
               05  fer-dt-alteracao      pic 9(08).
               05  fer-hr-alteracao      pic 9(06).
           03  fer-op-alteracao          pic x(10).

      *>            Base morta: mesmos layouts e chaves dos arquivos ativos.
       fd  arqmortofunc01.

       01  reg-arq-mortofunc-01.
           03  mfu-chave.
               05  mfu-cd-funcionario    pic 9(07).
           03  mfu-no-funcionario        pic x(30).
           03  mfu-en-funcionario        pic x(30).
           03  mfu-nu-funcionario        pic 9(05).
           03  mfu-cp-funcionario        pic 9(11).
           03  mfu-te-funcionario        pic 9(09).
           03  mfu-vl-salario-base       pic 9(07)v99.
           03  mfu-vl-salario-familia    pic 9(05)v99.
           03  mfu-ec-funcionario        pic x(01).
           03  mfu-uf-funcionario        pic x(02).
           03  mfu-ci-funcionario        pic x(17).
           03  mfu-ba-funcionario        pic x(17).
           03  mfu-dt-hr-alteracao.
               05  mfu-dt-alteracao      pic 9(08).
               05  mfu-hr-alteracao      pic 9(06).
           03  mfu-dados-bancarios.
               05  mfu-cd-banco          pic 9(03).
               05  mfu-nu-agencia        pic 9(05).
               05  mfu-nu-conta          pic 9(10).
               05  mfu-dv-conta          pic x(01).
               05  mfu-tp-conta          pic x(01).
           03  mfu-op-alteracao          pic x(10).
           03  mfu-dt-admissao           pic 9(08).
           03  mfu-dt-demissao           pic 9(08).
           03  mfu-sit-funcionario       pic x(01).
           03  mfu-cd-centro-custo       pic 9(05).

       fd  arqmortodep01.

       01  reg-arq-mortodep-01.
           03  mdp-chave.
               05  mdp-cd-funcionario    pic 9(07).
               05  mdp-nu-sequencia      pic 9(02).
           03  mdp-no-dependente         pic x(30).
           03  mdp-dt-nascimento         pic 9(08).
           03  mdp-tp-dependente         pic x(01).

       fd  arqmortohis01.

       01  reg-arq-mortohis-01.
           03  mhs-chave.
               05  mhs-cd-funcionario    pic 9(07).
               05  mhs-dt-alteracao      pic 9(08).
               05  mhs-hr-alteracao      pic 9(06).
               05  mhs-nu-sequencia      pic 9(02).
           03  mhs-vl-salario-base-ant       pic 9(07)v99.
           03  mhs-vl-salario-base-novo      pic 9(07)v99.
           03  mhs-vl-salario-familia-ant    pic 9(05)v99.
           03  mhs-vl-salario-familia-novo   pic 9(05)v99.
           03  mhs-op-alteracao              pic x(10).

       fd  arqmortofer01.

       01  reg-arq-mortofer-01.
           03  mfe-chave.
               05  mfe-cd-funcionario    pic 9(07).
               05  mfe-dt-inicio         pic 9(08).
           03  mfe-dt-fim                pic 9(08).
           03  mfe-dt-inicio-aquisitivo  pic 9(08).
           03  mfe-dt-fim-aquisitivo     pic 9(08).
           03  mfe-nu-competencia-pgto   pic 9(06).
           03  mfe-sit-ferias            pic x(01).
           03  mfe-dt-hr-alteracao.
               05  mfe-dt-alteracao      pic 9(08).
               05  mfe-hr-alteracao      pic 9(06).
           03  mfe-op-alteracao          pic x(10).

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(80).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
               88 ws-funcion-fim           value "10".
            03 ws-resultado-acesso-fundep  pic x(2).
               88 ws-fundep-ok             value "00" "02".
               88 ws-fundep-inexistente    value "35".
            03 ws-resultado-acesso-salhist pic x(2).
               88 ws-salhist-ok            value "00" "02".
               88 ws-salhist-inexistente   value "35".
            03 ws-resultado-acesso-ferias  pic x(2).
               88 ws-ferias-ok             value "00" "02".
               88 ws-ferias-inexistente    value "35".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-gravacao-ok           value "00" "02".
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-controle-base-morta.
            03 ws-resultado-acesso-mfunc   pic x(2).
               88 ws-mfunc-ok              value "00" "02".
               88 ws-mfunc-inexistente     value "35".
               88 ws-mfunc-duplicado       value "22".
            03 ws-resultado-acesso-mdep    pic x(2).
               88 ws-mdep-ok               value "00" "02".
               88 ws-mdep-inexistente      value "35".
               88 ws-mdep-duplicado        value "22".
            03 ws-resultado-acesso-mhis    pic x(2).
               88 ws-mhis-ok               value "00" "02".
               88 ws-mhis-inexistente      value "35".
               88 ws-mhis-duplicado        value "22".
            03 ws-resultado-acesso-mfer    pic x(2).
               88 ws-mfer-ok               value "00" "02".
               88 ws-mfer-inexistente      value "35".
               88 ws-mfer-duplicado        value "22".
            03 ws-sw-fundep-disponivel     pic x(01) value "N".
               88 fundep-disponivel        value "S".
            03 ws-sw-salhist-disponivel    pic x(01) value "N".
               88 salhist-disponivel       value "S".
            03 ws-sw-ferias-disponivel     pic x(01) value "N".
               88 ferias-disponivel        value "S".
            03 ws-sw-operacao              pic x(01) value "A".
               88 operacao-arquivar        value "A".
               88 operacao-restaurar       value "R".
            03 ws-nu-anos-informado        pic x(02).
            03 ws-nu-anos-corte            pic 9(02) value 5.
            03 ws-dt-corte                 pic 9(08).
            03 ws-funcionario-informado    pic x(07).
            03 ws-cd-funcionario-restaurar pic 9(07) value zeros.
            03 ws-cd-funcionario-atual     pic 9(07).
            03 ws-ds-arquivo-erro          pic x(14).
            03 ws-resultado-erro           pic x(02).

       01   ws-contadores.
            03 ws-qt-dep-funcionario       pic 9(05).
            03 ws-qt-his-funcionario       pic 9(05).
            03 ws-qt-fer-funcionario       pic 9(05).
            03 ws-total-func-lidos         pic 9(07) value zeros.
            03 ws-total-func-movidos       pic 9(07) value zeros.
            03 ws-total-dep-movidos        pic 9(07) value zeros.
            03 ws-total-his-movidos        pic 9(07) value zeros.
            03 ws-total-fer-movidos        pic 9(07) value zeros.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-evento-log               pic x(100).
            03 ws-dt-log                   pic 9(08).
            03 ws-hr-log                   pic 9(06).

       01   ws-configuracao-arquivos.
            03 wid-arqindexado01           pic x(100).
            03 ws-caminho-arqindexado01    pic x(100).
            03 wid-arqfundep01             pic x(100).
            03 ws-caminho-arqfundep01      pic x(100).
            03 wid-arqsalhist01            pic x(100).
            03 ws-caminho-arqsalhist01     pic x(100).
            03 wid-arqferias01             pic x(100).
            03 ws-caminho-arqferias01      pic x(100).
            03 wid-arqmortofunc01          pic x(100).
            03 ws-caminho-arqmortofunc01   pic x(100).
            03 wid-arqmortodep01           pic x(100).
            03 ws-caminho-arqmortodep01    pic x(100).
            03 wid-arqmortohis01           pic x(100).
            03 ws-caminho-arqmortohis01    pic x(100).
            03 wid-arqmortofer01           pic x(100).
            03 ws-caminho-arqmortofer01    pic x(100).
            03 wid-arqrelatorio01          pic x(150).
            03 ws-caminho-diretorio-relat  pic x(80).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-data-atual               pic 9(08).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-relat      pic 9(03).

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(80) value all "-".
            03 ws-linha-titulo.
               05 wlt-ds-titulo            pic x(46).
               05 filler                   pic x(06) value "DATA: ".
               05 wlt-data                 pic 9(08).
               05 filler                   pic x(20) value spaces.
            03 ws-linha-corte.
               05 wlc-ds-criterio          pic x(40).
               05 wlc-valor                pic 9(08).
               05 filler                   pic x(32) value spaces.
            03 ws-linha-cabecalho.
               05 filler                   pic x(80) value
                  "CODIGO  NOME                           ADMISSAO DEMISSAO DEPEND HISTOR FERIAS".
            03 ws-linha-detalhe.
               05 wld-cd-funcionario       pic 9(07).
               05 filler                   pic x(01) value space.
               05 wld-no-funcionario       pic x(30).
               05 filler                   pic x(01) value space.
               05 wld-dt-admissao          pic 9(08).
               05 filler                   pic x(01) value space.
               05 wld-dt-demissao          pic 9(08).
               05 filler                   pic x(01) value space.
               05 wld-qt-dep               pic zzzzz9.
               05 filler                   pic x(01) value space.
               05 wld-qt-his               pic zzzzz9.
               05 filler                   pic x(01) value space.
               05 wld-qt-fer               pic zzzzz9.
               05 filler                   pic x(03) value spaces.
            03 ws-linha-total.
               05 wlt-ds-total             pic x(40).
               05 wlt-qt-total             pic z.zzz.zz9.
               05 filler                   pic x(31) value spaces.

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
                 move "C:\FUNCION.CAD"          to wid-arqindexado01
            else
                 move ws-caminho-arqindexado01  to wid-arqindexado01
            end-if

            move spaces to ws-caminho-arqfundep01
            accept ws-caminho-arqfundep01 from environment "FUNDEP_CAD_PATH"
            if   ws-caminho-arqfundep01 = spaces
                 move "C:\FUNDEP.CAD"           to wid-arqfundep01
            else
                 move ws-caminho-arqfundep01    to wid-arqfundep01
            end-if

            move spaces to ws-caminho-arqsalhist01
            accept ws-caminho-arqsalhist01 from environment "SALHIST_CAD_PATH"
            if   ws-caminho-arqsalhist01 = spaces
                 move "C:\SALHIST.CAD"          to wid-arqsalhist01
            else
                 move ws-caminho-arqsalhist01   to wid-arqsalhist01
            end-if

            move spaces to ws-caminho-arqferias01
            accept ws-caminho-arqferias01 from environment "FERIAS_CAD_PATH"
            if   ws-caminho-arqferias01 = spaces
                 move "C:\FERIAS.CAD"           to wid-arqferias01
            else
                 move ws-caminho-arqferias01    to wid-arqferias01
            end-if

            move spaces to ws-caminho-arqmortofunc01
            accept ws-caminho-arqmortofunc01 from environment "ARQFUNC_CAD_PATH"
            if   ws-caminho-arqmortofunc01 = spaces
                 move "C:\ARQFUNC.CAD"          to wid-arqmortofunc01
            else
                 move ws-caminho-arqmortofunc01 to wid-arqmortofunc01
            end-if

            move spaces to ws-caminho-arqmortodep01
            accept ws-caminho-arqmortodep01 from environment "ARQFUNDEP_CAD_PATH"
            if   ws-caminho-arqmortodep01 = spaces
                 move "C:\ARQFUNDEP.CAD"        to wid-arqmortodep01
            else
                 move ws-caminho-arqmortodep01  to wid-arqmortodep01
            end-if

            move spaces to ws-caminho-arqmortohis01
            accept ws-caminho-arqmortohis01 from environment "ARQSALHIST_CAD_PATH"
            if   ws-caminho-arqmortohis01 = spaces
                 move "C:\ARQSALHIST.CAD"       to wid-arqmortohis01
            else
                 move ws-caminho-arqmortohis01  to wid-arqmortohis01
            end-if

            move spaces to ws-caminho-arqmortofer01
            accept ws-caminho-arqmortofer01 from environment "ARQFERIAS_CAD_PATH"
            if   ws-caminho-arqmortofer01 = spaces
                 move "C:\ARQFERIAS.CAD"        to wid-arqmortofer01
            else
                 move ws-caminho-arqmortofer01  to wid-arqmortofer01
            end-if

            accept ws-data-atual from date yyyymmdd

            move spaces to ws-caminho-diretorio-relat
            accept ws-caminho-diretorio-relat from environment "ARQUIVAMENTO_DIR"
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
                   "\ARQUIVAM."                   delimited by size
                   ws-data-atual                  delimited by size
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
      *>            Operação A (default) arquiva pela data de corte;
      *>            operação R restaura o funcionário informado.
      *>============================================================================================
       1060-valida-parametros section.
       1060.
            move spaces to ws-sw-operacao
            accept ws-sw-operacao from environment "ARQUIVO_OPERACAO"
            if   ws-sw-operacao = spaces
                 set  operacao-arquivar to true
            end-if
            if   not operacao-arquivar
            and  not operacao-restaurar
                 display "PROGRAMA22: ARQUIVO_OPERACAO deve ser A ou R"
                 move "ARQUIVO_OPERACAO INVALIDO" to ws-evento-log
                 go to 1060-parametro-invalido
            end-if

            if   operacao-restaurar
                 move spaces to ws-funcionario-informado
                 accept ws-funcionario-informado from environment "ARQUIVO_FUNCIONARIO"
                 if   ws-funcionario-informado is not numeric
                      display "PROGRAMA22: informe em ARQUIVO_FUNCIONARIO o código "
                              "(7 dígitos) do funcionário a restaurar"
                      move "ARQUIVO_FUNCIONARIO INVALIDO" to ws-evento-log
                      go to 1060-parametro-invalido
                 end-if
                 move ws-funcionario-informado to ws-cd-funcionario-restaurar
                 go to 1060-exit
            end-if

            move spaces to ws-nu-anos-informado
            accept ws-nu-anos-informado from environment "ARQUIVO_ANOS"
            if   ws-nu-anos-informado not = spaces
                 if   ws-nu-anos-informado (2:1) = space
                      move ws-nu-anos-informado (1:1) to ws-nu-anos-informado (2:1)
                      move "0"                        to ws-nu-anos-informado (1:1)
                 end-if
                 if   ws-nu-anos-informado is not numeric
                 or   ws-nu-anos-informado = "00"
                      display "PROGRAMA22: ARQUIVO_ANOS deve ser de 1 a 99"
                      move "ARQUIVO_ANOS INVALIDO" to ws-evento-log
                      go to 1060-parametro-invalido
                 end-if
                 move ws-nu-anos-informado to ws-nu-anos-corte
            end-if
            compute ws-dt-corte = ws-data-atual - ws-nu-anos-corte * 10000
            go to 1060-exit.

       1060-parametro-invalido.
            move 8 to ws-codigo-retorno
            perform 7000-grava-log.
       1060-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            perform 2050-abre-arquivos
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            open output arqrelatorio01
            if   not ws-gravacao-ok
                 display "PROGRAMA22: erro ao abrir relatório - "
                         ws-resultado-acesso-relat
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIO STATUS " ws-resultado-acesso-relat
                        into ws-evento-log
                 perform 7000-grava-log
                 perform 2090-fecha-arquivos
                 exit section
            end-if
            perform 2100-imprime-cabecalho

            if   operacao-arquivar
                 move zeros to reg-cd-funcionario
                 start arqindexado01 key is not less than reg-chave
                 if   ws-operacao-ok
                      read arqindexado01 next
                      perform 2200-examina-funcionario
                         thru 2200-examina-funcionario-exit
                         until not ws-operacao-ok
                         or    ws-codigo-retorno is greater than 4
                 end-if
            else
                 perform 2500-restaura-funcionario
            end-if

            perform 2800-imprime-totais
            close arqrelatorio01
            perform 2090-fecha-arquivos

            display "PROGRAMA22: relatório - " wid-arqrelatorio01
            display "PROGRAMA22: funcionários transferidos - " ws-total-func-movidos
            display "PROGRAMA22: dependentes transferidos - " ws-total-dep-movidos
            display "PROGRAMA22: históricos transferidos - " ws-total-his-movidos
            display "PROGRAMA22: férias transferidas - " ws-total-fer-movidos.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Ativos e base morta em I-O. Os arquivos da base morta
      *>            são criados se ainda não existem; cadastro filho ativo
      *>            que não existe simplesmente não tem o que transferir
      *>            (na restauração ele é criado).
      *>============================================================================================
       2050-abre-arquivos section.
       2050.
            open i-o arqindexado01
            if   not ws-operacao-ok
                 move "FUNCION.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso to ws-resultado-erro
                 perform 7100-erro-abertura
                 exit section
            end-if

            open i-o arqfundep01
            if   ws-fundep-inexistente
            and  operacao-restaurar
                 open output arqfundep01
                 close arqfundep01
                 open i-o arqfundep01
            end-if
            if   ws-fundep-ok
                 move "S" to ws-sw-fundep-disponivel
            else
                 if   not ws-fundep-inexistente
                      move "FUNDEP.CAD"  to ws-ds-arquivo-erro
                      move ws-resultado-acesso-fundep to ws-resultado-erro
                      perform 7100-erro-abertura
                      exit section
                 end-if
            end-if

            open i-o arqsalhist01
            if   ws-salhist-inexistente
            and  operacao-restaurar
                 open output arqsalhist01
                 close arqsalhist01
                 open i-o arqsalhist01
            end-if
            if   ws-salhist-ok
                 move "S" to ws-sw-salhist-disponivel
            else
                 if   not ws-salhist-inexistente
                      move "SALHIST.CAD" to ws-ds-arquivo-erro
                      move ws-resultado-acesso-salhist to ws-resultado-erro
                      perform 7100-erro-abertura
                      exit section
                 end-if
            end-if

            open i-o arqferias01
            if   ws-ferias-inexistente
            and  operacao-restaurar
                 open output arqferias01
                 close arqferias01
                 open i-o arqferias01
            end-if
            if   ws-ferias-ok
                 move "S" to ws-sw-ferias-disponivel
            else
                 if   not ws-ferias-inexistente
                      move "FERIAS.CAD"  to ws-ds-arquivo-erro
                      move ws-resultado-acesso-ferias to ws-resultado-erro
                      perform 7100-erro-abertura
                      exit section
                 end-if
            end-if

            open i-o arqmortofunc01
            if   ws-mfunc-inexistente
                 open output arqmortofunc01
                 close arqmortofunc01
                 open i-o arqmortofunc01
            end-if
            if   not ws-mfunc-ok
                 move "ARQFUNC.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfunc to ws-resultado-erro
                 perform 7100-erro-abertura
                 exit section
            end-if

            open i-o arqmortodep01
            if   ws-mdep-inexistente
                 open output arqmortodep01
                 close arqmortodep01
                 open i-o arqmortodep01
            end-if
            if   not ws-mdep-ok
                 move "ARQFUNDEP.CAD"   to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mdep to ws-resultado-erro
                 perform 7100-erro-abertura
                 exit section
            end-if

            open i-o arqmortohis01
            if   ws-mhis-inexistente
                 open output arqmortohis01
                 close arqmortohis01
                 open i-o arqmortohis01
            end-if
            if   not ws-mhis-ok
                 move "ARQSALHIST.CAD"  to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mhis to ws-resultado-erro
                 perform 7100-erro-abertura
                 exit section
            end-if

            open i-o arqmortofer01
            if   ws-mfer-inexistente
                 open output arqmortofer01
                 close arqmortofer01
                 open i-o arqmortofer01
            end-if
            if   not ws-mfer-ok
                 move "ARQFERIAS.CAD"   to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfer to ws-resultado-erro
                 perform 7100-erro-abertura
                 exit section
            end-if.
       2050-exit.
            exit.

      *>============================================================================================
       2090-fecha-arquivos section.
       2090.
            close arqindexado01
            if   fundep-disponivel
                 close arqfundep01
            end-if
            if   salhist-disponivel
                 close arqsalhist01
            end-if
            if   ferias-disponivel
                 close arqferias01
            end-if
            close arqmortofunc01 arqmortodep01 arqmortohis01 arqmortofer01.
       2090-exit.
            exit.

      *>============================================================================================
       2100-imprime-cabecalho section.
       2100.
            write reg-arq-relatorio-01 from ws-linha-separadora
            if   operacao-arquivar
                 move "ARQUIVAMENTO DE DESLIGADOS NA BASE MORTA" to wlt-ds-titulo
            else
                 move "RESTAURACAO DA BASE MORTA PARA A BASE ATIVA" to wlt-ds-titulo
            end-if
            move ws-data-atual to wlt-data
            write reg-arq-relatorio-01 from ws-linha-titulo
            if   operacao-arquivar
                 move "DEMITIDOS ANTES DE (AAAAMMDD) " to wlc-ds-criterio
                 move ws-dt-corte                      to wlc-valor
            else
                 move "FUNCIONARIO RESTAURADO "        to wlc-ds-criterio
                 move ws-cd-funcionario-restaurar      to wlc-valor
            end-if
            write reg-arq-relatorio-01 from ws-linha-corte
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-cabecalho.
       2100-exit.
            exit.

      *>============================================================================================
      *>            Um funcionário da base ativa por vez. Depois de
      *>            transferido, a leitura retoma pela chave seguinte à
      *>            dele.
      *>============================================================================================
       2200-examina-funcionario section.
       2200.
            add  1 to ws-total-func-lidos
            if   not funcionario-desligado
            or   reg-dt-demissao = zeros
            or   reg-dt-demissao not less than ws-dt-corte
                 read arqindexado01 next
                 go to 2200-examina-funcionario-exit
            end-if

            move reg-cd-funcionario to ws-cd-funcionario-atual
            perform 2300-arquiva-funcionario
            if   ws-codigo-retorno is greater than 4
                 go to 2200-examina-funcionario-exit
            end-if

            move ws-cd-funcionario-atual to reg-cd-funcionario
            start arqindexado01 key is greater than reg-chave
            if   ws-operacao-ok
                 read arqindexado01 next
            end-if.
       2200-examina-funcionario-exit.
            exit.

      *>============================================================================================
      *>            Filhos primeiro, registro principal por último.
      *>============================================================================================
       2300-arquiva-funcionario section.
       2300.
            move zeros to ws-qt-dep-funcionario
                          ws-qt-his-funcionario
                          ws-qt-fer-funcionario

            if   fundep-disponivel
                 move ws-cd-funcionario-atual to dep-cd-funcionario
                 move zeros                   to dep-nu-sequencia
                 start arqfundep01 key is not less than dep-chave
                 if   ws-fundep-ok
                      read arqfundep01 next
                      perform 2310-arquiva-dependente
                         thru 2310-arquiva-dependente-exit
                         until not ws-fundep-ok
                         or    dep-cd-funcionario not = ws-cd-funcionario-atual
                         or    ws-codigo-retorno is greater than 4
                 end-if
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            if   salhist-disponivel
                 move ws-cd-funcionario-atual to his-cd-funcionario
                 move zeros                   to his-dt-alteracao
                                                 his-hr-alteracao
                                                 his-nu-sequencia
                 start arqsalhist01 key is not less than his-chave
                 if   ws-salhist-ok
                      read arqsalhist01 next
                      perform 2320-arquiva-historico
                         thru 2320-arquiva-historico-exit
                         until not ws-salhist-ok
                         or    his-cd-funcionario not = ws-cd-funcionario-atual
                         or    ws-codigo-retorno is greater than 4
                 end-if
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            if   ferias-disponivel
                 move ws-cd-funcionario-atual to fer-cd-funcionario
                 move zeros                   to fer-dt-inicio
                 start arqferias01 key is not less than fer-chave
                 if   ws-ferias-ok
                      read arqferias01 next
                      perform 2330-arquiva-ferias
                         thru 2330-arquiva-ferias-exit
                         until not ws-ferias-ok
                         or    fer-cd-funcionario not = ws-cd-funcionario-atual
                         or    ws-codigo-retorno is greater than 4
                 end-if
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move ws-cd-funcionario-atual to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 move "FUNCION.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if
            write reg-arq-mortofunc-01 from reg-arq-indexado-01
            if   ws-mfunc-duplicado
                 rewrite reg-arq-mortofunc-01 from reg-arq-indexado-01
            end-if
            if   not ws-mfunc-ok
                 move "ARQFUNC.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfunc to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if
            delete arqindexado01
            if   not ws-operacao-ok
                 move "FUNCION.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if

            add  1 to ws-total-func-movidos
            perform 2400-imprime-funcionario.
       2300-exit.
            exit.

      *>============================================================================================
       2310-arquiva-dependente section.
       2310.
            write reg-arq-mortodep-01 from reg-arq-fundep-01
            if   ws-mdep-duplicado
                 rewrite reg-arq-mortodep-01 from reg-arq-fundep-01
            end-if
            if   not ws-mdep-ok
                 move "ARQFUNDEP.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mdep to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2310-arquiva-dependente-exit
            end-if
            delete arqfundep01
            if   not ws-fundep-ok
                 move "FUNDEP.CAD"        to ws-ds-arquivo-erro
                 move ws-resultado-acesso-fundep to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2310-arquiva-dependente-exit
            end-if
            add  1 to ws-qt-dep-funcionario ws-total-dep-movidos
            read arqfundep01 next.
       2310-arquiva-dependente-exit.
            exit.

      *>============================================================================================
       2320-arquiva-historico section.
       2320.
            write reg-arq-mortohis-01 from reg-arq-salhist-01
            if   ws-mhis-duplicado
                 rewrite reg-arq-mortohis-01 from reg-arq-salhist-01
            end-if
            if   not ws-mhis-ok
                 move "ARQSALHIST.CAD"    to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mhis to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2320-arquiva-historico-exit
            end-if
            delete arqsalhist01
            if   not ws-salhist-ok
                 move "SALHIST.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso-salhist to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2320-arquiva-historico-exit
            end-if
            add  1 to ws-qt-his-funcionario ws-total-his-movidos
            read arqsalhist01 next.
       2320-arquiva-historico-exit.
            exit.

      *>============================================================================================
       2330-arquiva-ferias section.
       2330.
            write reg-arq-mortofer-01 from reg-arq-ferias-01
            if   ws-mfer-duplicado
                 rewrite reg-arq-mortofer-01 from reg-arq-ferias-01
            end-if
            if   not ws-mfer-ok
                 move "ARQFERIAS.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfer to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2330-arquiva-ferias-exit
            end-if
            delete arqferias01
            if   not ws-ferias-ok
                 move "FERIAS.CAD"        to ws-ds-arquivo-erro
                 move ws-resultado-acesso-ferias to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2330-arquiva-ferias-exit
            end-if
            add  1 to ws-qt-fer-funcionario ws-total-fer-movidos
            read arqferias01 next.
       2330-arquiva-ferias-exit.
            exit.

      *>============================================================================================
       2400-imprime-funcionario section.
       2400.
            move reg-cd-funcionario     to wld-cd-funcionario
            move reg-no-funcionario     to wld-no-funcionario
            move reg-dt-admissao        to wld-dt-admissao
            move reg-dt-demissao        to wld-dt-demissao
            move ws-qt-dep-funcionario  to wld-qt-dep
            move ws-qt-his-funcionario  to wld-qt-his
            move ws-qt-fer-funcionario  to wld-qt-fer
            write reg-arq-relatorio-01 from ws-linha-detalhe.
       2400-exit.
            exit.

      *>============================================================================================
      *>            Restauração: mesmo caminho ao contrário. Se o código
      *>            já existe na base ativa com outro conteúdo, foi
      *>            reutilizado e a restauração sobreporia outra pessoa;
      *>            conteúdo idêntico é sobra de uma restauração
      *>            interrompida, que é completada.
      *>============================================================================================
       2500-restaura-funcionario section.
       2500.
            move ws-cd-funcionario-restaurar to mfu-cd-funcionario
            read arqmortofunc01
            if   not ws-mfunc-ok
                 display "PROGRAMA22: funcionário " ws-cd-funcionario-restaurar
                         " não está na base morta"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "FUNCIONARIO " ws-cd-funcionario-restaurar
                        " NAO ENCONTRADO NA BASE MORTA"
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            move ws-cd-funcionario-restaurar to reg-cd-funcionario
            read arqindexado01
            if   ws-operacao-ok
            and  reg-arq-indexado-01 not = reg-arq-mortofunc-01
                 display "PROGRAMA22: código " ws-cd-funcionario-restaurar
                         " já em uso na base ativa - restauração recusada"
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "CODIGO " ws-cd-funcionario-restaurar
                        " EM USO NA BASE ATIVA - RESTAURACAO RECUSADA"
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            move zeros to ws-qt-dep-funcionario
                          ws-qt-his-funcionario
                          ws-qt-fer-funcionario

            move ws-cd-funcionario-restaurar to mdp-cd-funcionario
            move zeros                       to mdp-nu-sequencia
            start arqmortodep01 key is not less than mdp-chave
            if   ws-mdep-ok
                 read arqmortodep01 next
                 perform 2510-restaura-dependente
                    thru 2510-restaura-dependente-exit
                    until not ws-mdep-ok
                    or    mdp-cd-funcionario not = ws-cd-funcionario-restaurar
                    or    ws-codigo-retorno is greater than 4
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move ws-cd-funcionario-restaurar to mhs-cd-funcionario
            move zeros                       to mhs-dt-alteracao
                                                mhs-hr-alteracao
                                                mhs-nu-sequencia
            start arqmortohis01 key is not less than mhs-chave
            if   ws-mhis-ok
                 read arqmortohis01 next
                 perform 2520-restaura-historico
                    thru 2520-restaura-historico-exit
                    until not ws-mhis-ok
                    or    mhs-cd-funcionario not = ws-cd-funcionario-restaurar
                    or    ws-codigo-retorno is greater than 4
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move ws-cd-funcionario-restaurar to mfe-cd-funcionario
            move zeros                       to mfe-dt-inicio
            start arqmortofer01 key is not less than mfe-chave
            if   ws-mfer-ok
                 read arqmortofer01 next
                 perform 2530-restaura-ferias
                    thru 2530-restaura-ferias-exit
                    until not ws-mfer-ok
                    or    mfe-cd-funcionario not = ws-cd-funcionario-restaurar
                    or    ws-codigo-retorno is greater than 4
            end-if
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            move ws-cd-funcionario-restaurar to mfu-cd-funcionario
            read arqmortofunc01
            if   not ws-mfunc-ok
                 move "ARQFUNC.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfunc to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if
            write reg-arq-indexado-01 from reg-arq-mortofunc-01
            if   ws-resultado-acesso = "22"
                 move "00" to ws-resultado-acesso
            end-if
            if   not ws-operacao-ok
                 move "FUNCION.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if
            delete arqmortofunc01
            if   not ws-mfunc-ok
                 move "ARQFUNC.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfunc to ws-resultado-erro
                 perform 7110-erro-transferencia
                 exit section
            end-if

            add  1 to ws-total-func-movidos
            perform 2400-imprime-funcionario.
       2500-exit.
            exit.

      *>============================================================================================
       2510-restaura-dependente section.
       2510.
            write reg-arq-fundep-01 from reg-arq-mortodep-01
            if   ws-resultado-acesso-fundep = "22"
                 rewrite reg-arq-fundep-01 from reg-arq-mortodep-01
            end-if
            if   not ws-fundep-ok
                 move "FUNDEP.CAD"        to ws-ds-arquivo-erro
                 move ws-resultado-acesso-fundep to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2510-restaura-dependente-exit
            end-if
            delete arqmortodep01
            if   not ws-mdep-ok
                 move "ARQFUNDEP.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mdep to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2510-restaura-dependente-exit
            end-if
            add  1 to ws-qt-dep-funcionario ws-total-dep-movidos
            read arqmortodep01 next.
       2510-restaura-dependente-exit.
            exit.

      *>============================================================================================
       2520-restaura-historico section.
       2520.
            write reg-arq-salhist-01 from reg-arq-mortohis-01
            if   ws-resultado-acesso-salhist = "22"
                 rewrite reg-arq-salhist-01 from reg-arq-mortohis-01
            end-if
            if   not ws-salhist-ok
                 move "SALHIST.CAD"       to ws-ds-arquivo-erro
                 move ws-resultado-acesso-salhist to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2520-restaura-historico-exit
            end-if
            delete arqmortohis01
            if   not ws-mhis-ok
                 move "ARQSALHIST.CAD"    to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mhis to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2520-restaura-historico-exit
            end-if
            add  1 to ws-qt-his-funcionario ws-total-his-movidos
            read arqmortohis01 next.
       2520-restaura-historico-exit.
            exit.

      *>============================================================================================
       2530-restaura-ferias section.
       2530.
            write reg-arq-ferias-01 from reg-arq-mortofer-01
            if   ws-resultado-acesso-ferias = "22"
                 rewrite reg-arq-ferias-01 from reg-arq-mortofer-01
            end-if
            if   not ws-ferias-ok
                 move "FERIAS.CAD"        to ws-ds-arquivo-erro
                 move ws-resultado-acesso-ferias to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2530-restaura-ferias-exit
            end-if
            delete arqmortofer01
            if   not ws-mfer-ok
                 move "ARQFERIAS.CAD"     to ws-ds-arquivo-erro
                 move ws-resultado-acesso-mfer to ws-resultado-erro
                 perform 7110-erro-transferencia
                 go to 2530-restaura-ferias-exit
            end-if
            add  1 to ws-qt-fer-funcionario ws-total-fer-movidos
            read arqmortofer01 next.
       2530-restaura-ferias-exit.
            exit.

      *>============================================================================================
       2800-imprime-totais section.
       2800.
            write reg-arq-relatorio-01 from ws-linha-separadora
            if   operacao-arquivar
                 move "FUNCIONARIOS LIDOS NA BASE ATIVA"  to wlt-ds-total
                 move ws-total-func-lidos                 to wlt-qt-total
                 write reg-arq-relatorio-01 from ws-linha-total
            end-if
            move "FUNCIONARIOS (FUNCION.CAD)"        to wlt-ds-total
            move ws-total-func-movidos               to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "DEPENDENTES (FUNDEP.CAD)"          to wlt-ds-total
            move ws-total-dep-movidos                to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "HISTORICOS SALARIAIS (SALHIST.CAD)" to wlt-ds-total
            move ws-total-his-movidos                to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "PERIODOS DE FERIAS (FERIAS.CAD)"   to wlt-ds-total
            move ws-total-fer-movidos                to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            if   ws-codigo-retorno is greater than 4
                 write reg-arq-relatorio-01 from ws-linha-separadora
                 move "*** EXECUCAO INTERROMPIDA - VER LOG ***" to wlt-ds-total
                 move zeros                                to wlt-qt-total
                 write reg-arq-relatorio-01 from ws-linha-total
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2800-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " OPERACAO=" ws-sw-operacao
                   " FUNCIONARIOS=" ws-total-func-movidos
                   " DEPENDENTES=" ws-total-dep-movidos
                   " HISTORICOS=" ws-total-his-movidos
                   " FERIAS=" ws-total-fer-movidos
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
                 display "PROGRAMA22: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA22 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>============================================================================================
       7100-erro-abertura section.
       7100.
            display "PROGRAMA22: erro ao abrir " ws-ds-arquivo-erro " - "
                    ws-resultado-erro
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string "ERRO AO ABRIR " ws-ds-arquivo-erro
                   " STATUS " ws-resultado-erro
                   into ws-evento-log
            perform 7000-grava-log.
       7100-exit.
            exit.

      *>============================================================================================
      *>            Erro no meio da transferência de um funcionário: a
      *>            execução para ali. O que já foi copiado fica nos dois
      *>            lados e é completado na próxima execução.
      *>============================================================================================
       7110-erro-transferencia section.
       7110.
            display "PROGRAMA22: erro em " ws-ds-arquivo-erro " - "
                    ws-resultado-erro " no funcionário " ws-cd-funcionario-atual
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string "ERRO EM " ws-ds-arquivo-erro
                   " STATUS " ws-resultado-erro
                   " FUNCIONARIO " ws-cd-funcionario-atual
                   into ws-evento-log
            perform 7000-grava-log.
       7110-exit.
            exit.

      *>

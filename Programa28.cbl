      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA28.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Reorganização de FUNCION.CAD (layout com centro de custo)
      *>            --------------------------------------------------------
      *>            Utilitário de conversão de execução única, nos moldes do
      *>            PROGRAMA08: lê um FUNCION.CAD gravado no layout anterior
      *>            (terminado em reg-sit-funcionario) e regrava cada registro
      *>            no layout atual, acrescido de reg-cd-centro-custo.
      *>
      *>            O centro de custo gravado é o informado na variável
      *>            CCUSTO_PADRAO (que precisa estar cadastrado e ativo em
      *>            CCUSTO.CAD, mantido pelo PROGRAMA27); sem ela, o campo
      *>            fica zerado e o funcionário aparece como "SEM CENTRO DE
      *>            CUSTO" no PROGRAMA29 até que o digitador o preencha no
      *>            PROGRAMA01 (que passa a exigi-lo em qualquer alteração).
      *>
      *>            Para uso ANTES de colocar em produção as versões dos
      *>            programas que já esperam o layout novo. Em bases ainda
      *>            sem dados bancários, rodar primeiro o PROGRAMA08 e em
      *>            seguida este programa. A base morta (ARQFUNC.CAD) usa o
      *>            mesmo layout e pode ser convertida apontando as variáveis
      *>            de origem e destino para ela.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqindexadoorigem assign to disk wid-arqindexadoorigem
                   organization    is indexed
                   access mode     is sequential
                   record key      is reg-chave-origem
                   file status     is ws-resultado-acesso-origem.

            select arqindexadodestino assign to disk wid-arqindexadodestino
                   organization    is indexed
                   access mode     is sequential
                   record key      is reg-chave
                   file status     is ws-resultado-acesso-destino.

            select arqccusto01 assign to disk wid-arqccusto01
                   organization    is indexed
                   access mode     is random
                   record key      is ccu-chave
                   file status     is ws-resultado-acesso-ccusto.

            select arqjoblog01 assign to disk wid-arqjoblog01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-joblog.

      *>============================================================================================
       data division.

      *>            Layout anterior ao centro de custo (o mesmo que o
      *>            PROGRAMA08 gerava como destino). Como os campos são os
      *>            mesmos e na mesma ordem, o registro é copiado por inteiro.
       fd  arqindexadoorigem.

       01  reg-arq-indexado-origem.
           03  reg-chave-origem.
               05  reg-cd-funcionario-origem    pic 9(07).
           03  reg-demais-dados-origem          pic x(199).

      *>            Layout atual (o mesmo de reg-arq-indexado-01 no PROGRAMA01).
       fd  arqindexadodestino.

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

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso-origem   pic x(2).
               88 ws-origem-ok              value "00" "02".
            03 ws-resultado-acesso-destino  pic x(2).
               88 ws-destino-ok             value "00" "02".
            03 ws-resultado-acesso-ccusto   pic x(2).
               88 ws-ccusto-ok              value "00" "02".
            03 ws-total-convertidos         pic 9(07) value zeros.
            03 ws-codigo-retorno            pic 9(04) value zeros.

       01   ws-centro-custo-padrao.
            03 ws-ccusto-padrao-informado   pic x(10).
            03 ws-cd-centro-custo-padrao    pic 9(05) value zeros.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog   pic x(2).
               88 ws-joblog-ok              value "00" "02".
            03 ws-evento-log                pic x(100).
            03 ws-dt-log                    pic 9(08).
            03 ws-hr-log                    pic 9(06).

       01   ws-configuracao-arquivos.
            03 wid-arqindexadoorigem        pic x(100).
            03 wid-arqindexadodestino       pic x(100).
            03 ws-caminho-arqindexadoorigem pic x(100).
            03 ws-caminho-arqindexadodestino pic x(100).
            03 wid-arqccusto01              pic x(100).
            03 ws-caminho-arqccusto01       pic x(100).
            03 wid-arqjoblog01              pic x(100).
            03 ws-caminho-arqjoblog01       pic x(100).

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
            move "INICIO" to ws-evento-log
            perform 7000-grava-log
            perform 1100-obtem-centro-padrao.
       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqindexadoorigem
            accept ws-caminho-arqindexadoorigem from environment "FUNCION_CAD_ORIGEM_PATH"
            if   ws-caminho-arqindexadoorigem = spaces
                 move "C:\FUNCION.CAD"                to wid-arqindexadoorigem
            else
                 move ws-caminho-arqindexadoorigem     to wid-arqindexadoorigem
            end-if

            move spaces to ws-caminho-arqindexadodestino
            accept ws-caminho-arqindexadodestino from environment "FUNCION_CAD_DESTINO_PATH"
            if   ws-caminho-arqindexadodestino = spaces
                 move "C:\FUNCION.CAD.NOVO"            to wid-arqindexadodestino
            else
                 move ws-caminho-arqindexadodestino    to wid-arqindexadodestino
            end-if

            move spaces to ws-caminho-arqccusto01
            accept ws-caminho-arqccusto01 from environment "CCUSTO_CAD_PATH"
            if   ws-caminho-arqccusto01 = spaces
                 move "C:\CCUSTO.CAD"           to wid-arqccusto01
            else
                 move ws-caminho-arqccusto01    to wid-arqccusto01
            end-if

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
      *>            Centro de custo padrão opcional: quando informado, tem de
      *>            ser numérico e estar cadastrado e ativo, senão a conversão
      *>            espalharia pela base um código que o PROGRAMA01 recusaria.
      *>============================================================================================
       1100-obtem-centro-padrao section.
       1100.
            move spaces to ws-ccusto-padrao-informado
            accept ws-ccusto-padrao-informado from environment "CCUSTO_PADRAO"
            if   ws-ccusto-padrao-informado = spaces
                 exit section
            end-if

            if   ws-ccusto-padrao-informado(1:5) is not numeric
            or   ws-ccusto-padrao-informado(6:5) not = spaces
            or   ws-ccusto-padrao-informado(1:5) = "00000"
                 display "PROGRAMA28: CCUSTO_PADRAO inválido - " ws-ccusto-padrao-informado
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "CCUSTO_PADRAO INVALIDO " ws-ccusto-padrao-informado
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            move ws-ccusto-padrao-informado(1:5) to ws-cd-centro-custo-padrao

            open input arqccusto01
            if   not ws-ccusto-ok
                 display "PROGRAMA28: erro ao abrir CCUSTO.CAD - " ws-resultado-acesso-ccusto
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR CCUSTO.CAD STATUS " ws-resultado-acesso-ccusto
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            move ws-cd-centro-custo-padrao to ccu-cd-centro-custo
            read arqccusto01
            if   not ws-ccusto-ok
            or   centro-custo-inativo
                 display "PROGRAMA28: CCUSTO_PADRAO não cadastrado ou inativo - "
                         ws-cd-centro-custo-padrao
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "CCUSTO_PADRAO NAO CADASTRADO OU INATIVO " ws-cd-centro-custo-padrao
                        into ws-evento-log
                 perform 7000-grava-log
            end-if
            close arqccusto01.
       1100-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            open input arqindexadoorigem
            if   not ws-origem-ok
                 display "PROGRAMA28: erro ao abrir FUNCION.CAD de origem - "
                         ws-resultado-acesso-origem
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR ORIGEM STATUS " ws-resultado-acesso-origem
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open output arqindexadodestino
            if   not ws-destino-ok
                 display "PROGRAMA28: erro ao abrir FUNCION.CAD de destino - "
                         ws-resultado-acesso-destino
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR DESTINO STATUS " ws-resultado-acesso-destino
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexadoorigem
                 exit section
            end-if

            read arqindexadoorigem next
            perform 2100-converte-registro
               thru 2100-converte-registro-exit
               until not ws-origem-ok or ws-codigo-retorno not = zeros

            close arqindexadoorigem
            close arqindexadodestino

            if   ws-codigo-retorno = zeros
                 display "PROGRAMA28: conversão concluída - " wid-arqindexadodestino
                 display "PROGRAMA28: total de registros convertidos - " ws-total-convertidos
                 if   ws-cd-centro-custo-padrao = zeros
                      display "PROGRAMA28: centro de custo ficou zerado e deve ser"
                      display "            preenchido pelo digitador no PROGRAMA01."
                 else
                      display "PROGRAMA28: centro de custo gravado - "
                              ws-cd-centro-custo-padrao
                 end-if
            end-if.
       2000-exit.
            exit.

      *>============================================================================================
       2100-converte-registro section.
       2100.
            move reg-arq-indexado-origem    to reg-arq-indexado-01
            move ws-cd-centro-custo-padrao  to reg-cd-centro-custo

            write reg-arq-indexado-01
            if   not ws-destino-ok
                 display "PROGRAMA28: erro ao gravar FUNCION.CAD de destino - "
                         ws-resultado-acesso-destino
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO GRAVAR DESTINO STATUS " ws-resultado-acesso-destino
                        " FUNCIONARIO " reg-cd-funcionario
                        into ws-evento-log
                 perform 7000-grava-log
            else
                 add 1 to ws-total-convertidos
                 read arqindexadoorigem next
            end-if.
       2100-converte-registro-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            if   ws-codigo-retorno = zeros
                 move spaces to ws-evento-log
                 string "FIM RC=0000 CONVERTIDOS=" ws-total-convertidos
                        " CENTRO PADRAO=" ws-cd-centro-custo-padrao
                        into ws-evento-log
                 perform 7000-grava-log
            else
                 move spaces to ws-evento-log
                 string "FIM RC=" ws-codigo-retorno
                        " CONVERTIDOS=" ws-total-convertidos
                        into ws-evento-log
                 perform 7000-grava-log
            end-if.
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
                 display "PROGRAMA28: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA28 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

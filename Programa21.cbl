      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA21.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Controlador da Janela Noturna
      *>            --------------------------------------------------------
      *>            Executa em sequência os passos da janela noturna
      *>            (virada de férias, batimento, crítica, backup e, nos
      *>            dias de folha, PROGRAMA05/07/11) a partir do arquivo de
      *>            passos JOBSTREAM_PATH (default C:\JOBSTREAM.TXT), uma
      *>            linha por passo em colunas fixas:
      *>
      *>               01-03  número do passo, em ordem crescente
      *>               05-14  programa, como ele se identifica no log
      *>               16-17  maior código de retorno aceito (0, 4, 8, 12)
      *>               19     D = todo dia, F = só em dia de folha
      *>               21-120 linha de comando do passo (em branco, o
      *>                      próprio nome do programa)
      *>
      *>            Linhas em branco ou com "*" na coluna 1 são comentário.
      *>            O arquivo todo é conferido antes do primeiro passo; erro
      *>            em qualquer linha cancela a janela com código 8.
      *>
      *>            Cada passo é disparado pelo sistema operacional e o seu
      *>            código de retorno comparado com o limite do passo: acima
      *>            dele a cadeia para ali, e os passos seguintes não rodam.
      *>            Passos F só rodam com JANELA_FOLHA=S; nos outros dias
      *>            aparecem como FORA JANELA.
      *>
      *>            O resumo da manhã vai para JOBRESUMO.AAAAMMDD no
      *>            diretório da folha (FOLHA_MES_DIR): situação, código de
      *>            retorno, início e duração de cada passo, e as contagens
      *>            que o programa gravou na sua linha FIM do JOBEXEC.LOG.
      *>
      *>            Reinício: como no PROGRAMA02, o checkpoint (JOBSTREAM_
      *>            CHK_PATH, default C:\PROGRAMA21.CHK) guarda a data da
      *>            janela e o último passo concluído, e é zerado quando a
      *>            janela termina inteira. A execução seguinte a uma janela
      *>            interrompida retoma no passo que falhou, pula os já
      *>            concluídos (JA CONCLUIDO no resumo) e completa o resumo
      *>            da mesma data. JOBSTREAM_NOVA=S ignora o checkpoint e
      *>            começa a janela do primeiro passo.
      *>
      *>            Código de retorno: 0 com todos os passos em zero, 4 com
      *>            algum passo aceito com código maior que zero, 8 com a
      *>            cadeia interrompida ou erro de arquivo.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.

            input-output section.
            file-control.

            select arqpassos01 assign to disk wid-arqpassos01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-passos.

            select arqresumo01 assign to disk wid-arqresumo01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-resumo.

            select arqcheckpoint01 assign to disk wid-arqcheckpoint01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-chk.

            select arqjoblog01 assign to disk wid-arqjoblog01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-joblog.

      *>============================================================================================
       data division.

       fd  arqpassos01.

       01  reg-arq-passos-01.
           03  stp-nu-passo              pic x(03).
           03  filler                    pic x(01).
           03  stp-nm-programa           pic x(10).
           03  filler                    pic x(01).
           03  stp-rc-maximo             pic x(02).
           03  filler                    pic x(01).
           03  stp-tp-janela             pic x(01).
           03  filler                    pic x(01).
           03  stp-ds-comando            pic x(100).

       fd  arqresumo01.

       01  reg-arq-resumo-01             pic x(132).

       fd  arqcheckpoint01.

       01  reg-arq-checkpoint-01.
           03  chk-dt-janela             pic 9(08).
           03  chk-nu-ultimo-passo       pic 9(03).

       fd  arqjoblog01.

       01  reg-arq-joblog-01.
           03  jbl-dt-log                pic x(08).
           03  filler                    pic x(01).
           03  jbl-hr-log                pic x(06).
           03  filler                    pic x(01).
           03  jbl-nm-programa           pic x(10).
           03  filler                    pic x(01).
           03  jbl-ds-evento             pic x(105).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso-passos  pic x(2).
               88 ws-passos-ok             value "00" "02".
            03 ws-resultado-acesso-resumo  pic x(2).
               88 ws-resumo-ok             value "00" "02".
            03 ws-resultado-acesso-chk     pic x(2).
               88 ws-checkpoint-ok         value "00" "02".
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-controle-execucao.
            03 ws-resultado-acesso-joblog  pic x(2).
               88 ws-joblog-ok             value "00" "02".
            03 ws-evento-log               pic x(100).
            03 ws-dt-log                   pic 9(08).
            03 ws-hr-log                   pic 9(06).
            03 ws-sw-execucao              pic x(01).
               88 execucao-normal          value "N".
               88 execucao-reiniciada      value "R".
            03 ws-chk-ultimo-passo         pic 9(03) value zeros.
            03 ws-dt-janela                pic 9(08).

       01   ws-configuracao-arquivos.
            03 wid-arqpassos01             pic x(100).
            03 ws-caminho-arqpassos01      pic x(100).
            03 wid-arqresumo01             pic x(150).
            03 wid-arqcheckpoint01         pic x(100).
            03 ws-caminho-arqcheckpoint01  pic x(100).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(08).
            03 ws-sw-janela-folha          pic x(01).
               88 janela-de-folha          value "S".
            03 ws-sw-janela-nova           pic x(01).
               88 janela-nova-forcada      value "S".

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

      *>            Passos carregados do arquivo e conferidos antes da
      *>            execução do primeiro.
       01   ws-tabela-passos.
            03 ws-qt-passos                pic 9(03) value zeros.
            03 ws-ix-passo                 pic 9(03).
            03 ws-nu-linha-passos          pic 9(05) value zeros.
            03 ws-nu-passo-anterior        pic 9(03) value zeros.
            03 ws-ent-passo                occurs 60.
               05 wtp-nu-passo             pic 9(03).
               05 wtp-nm-programa          pic x(10).
               05 wtp-rc-maximo            pic 9(02).
               05 wtp-tp-janela            pic x(01).
                  88 wtp-passo-diario      value "D".
                  88 wtp-passo-de-folha    value "F".
               05 wtp-ds-comando           pic x(100).
               05 wtp-ds-situacao          pic x(13).
               05 wtp-rc-passo             pic 9(04).
               05 wtp-hr-inicio            pic 9(08).
               05 wtp-qt-segundos          pic 9(05).
               05 wtp-ds-contagens         pic x(77).

       01   ws-controle-passo.
            03 ws-sw-cadeia                pic x(01) value "N".
               88 cadeia-interrompida      value "S".
               88 cadeia-em-andamento      value "N".
            03 ws-sw-passo-aceito          pic x(01).
               88 passo-com-alerta         value "S".
            03 ws-comando-sistema          pic x(101).
            03 ws-tam-comando              pic 9(03).
            03 ws-rc-informado             pic 9(02).
            03 ws-hr-fim                   pic 9(08).
            03 ws-hr-partes redefines ws-hr-fim.
               05 ws-hr-hh                 pic 9(02).
               05 ws-hr-mm                 pic 9(02).
               05 ws-hr-ss                 pic 9(02).
               05 ws-hr-cc                 pic 9(02).
            03 ws-qt-segundos-inicio       pic 9(05).
            03 ws-qt-segundos-fim          pic 9(05).
            03 ws-qt-linhas-log            pic 9(09) value zeros.
            03 ws-nu-linha-log             pic 9(09).

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(132) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(34) value
                  "RESUMO DA JANELA NOTURNA - DATA   ".
               05 wlt-dt-janela            pic 9(08).
               05 filler                   pic x(10) value "  EXECUCAO".
               05 filler                   pic x(01) value space.
               05 wlt-dt-execucao          pic 9(08).
               05 filler                   pic x(01) value space.
               05 wlt-hr-execucao          pic 99b99b99.
               05 filler                   pic x(02) value spaces.
               05 wlt-ds-execucao          pic x(30).
               05 filler                   pic x(30) value spaces.
            03 ws-linha-cabecalho.
               05 filler                   pic x(132) value
                  "PAS PROGRAMA   SITUACAO        RC LIM INICIO   DURACAO  CONTAGENS".
            03 ws-linha-detalhe.
               05 wld-nu-passo             pic 9(03).
               05 filler                   pic x(01) value space.
               05 wld-nm-programa          pic x(10).
               05 filler                   pic x(01) value space.
               05 wld-ds-situacao          pic x(13).
               05 filler                   pic x(01) value space.
               05 wld-rc-passo             pic zzz9.
               05 wld-rc-texto redefines wld-rc-passo
                                           pic x(04).
               05 filler                   pic x(01) value space.
               05 wld-rc-maximo            pic z9.
               05 filler                   pic x(01) value space.
               05 wld-hr-inicio            pic 99b99b99 blank when zero.
               05 filler                   pic x(01) value space.
               05 wld-duracao.
                  07 wld-dur-hh            pic 9(02).
                  07 filler                pic x(01) value ":".
                  07 wld-dur-mm            pic 9(02).
                  07 filler                pic x(01) value ":".
                  07 wld-dur-ss            pic 9(02).
               05 filler                   pic x(01) value space.
               05 wld-ds-contagens         pic x(77).
            03 ws-linha-final.
               05 filler                   pic x(24) value
                  "FIM DA JANELA - RETORNO ".
               05 wlf-codigo-retorno       pic 9(04).
               05 filler                   pic x(02) value spaces.
               05 wlf-ds-final             pic x(40).
               05 filler                   pic x(62) value spaces.
            03 ws-dur-calculo.
               05 ws-dur-hh                pic 9(02).
               05 ws-dur-resto             pic 9(05).

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
            move spaces to ws-caminho-arqpassos01
            accept ws-caminho-arqpassos01 from environment "JOBSTREAM_PATH"
            if   ws-caminho-arqpassos01 = spaces
                 move "C:\JOBSTREAM.TXT"        to wid-arqpassos01
            else
                 move ws-caminho-arqpassos01    to wid-arqpassos01
            end-if

            move spaces to ws-caminho-arqcheckpoint01
            accept ws-caminho-arqcheckpoint01 from environment "JOBSTREAM_CHK_PATH"
            if   ws-caminho-arqcheckpoint01 = spaces
                 move "C:\PROGRAMA21.CHK"       to wid-arqcheckpoint01
            else
                 move ws-caminho-arqcheckpoint01 to wid-arqcheckpoint01
            end-if

            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if

            move spaces to ws-sw-janela-folha
            accept ws-sw-janela-folha from environment "JANELA_FOLHA"
            move spaces to ws-sw-janela-nova
            accept ws-sw-janela-nova from environment "JOBSTREAM_NOVA"

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

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
       2000-processamento section.
       2000.
            perform 2100-carrega-passos
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            perform 7100-le-checkpoint

            move spaces to wid-arqresumo01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\JOBRESUMO."                  delimited by size
                   ws-dt-janela                   delimited by size
                   into wid-arqresumo01

      *>            No reinício o resumo da mesma janela é completado.
            if   execucao-reiniciada
                 open extend arqresumo01
                 if   ws-resultado-acesso-resumo = "35"
                      open output arqresumo01
                 end-if
            else
                 open output arqresumo01
            end-if
            if   not ws-resumo-ok
                 display "PROGRAMA21: erro ao abrir resumo da janela - "
                         ws-resultado-acesso-resumo
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RESUMO STATUS " ws-resultado-acesso-resumo
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            perform 2200-imprime-cabecalho
            perform 7200-grava-checkpoint
            perform 2400-conta-linhas-log

            set  cadeia-em-andamento to true
            move 1 to ws-ix-passo
            perform 2300-executa-passo
               thru 2300-executa-passo-exit
               until ws-ix-passo is greater than ws-qt-passos

            perform 2600-imprime-final
            close arqresumo01

            if   cadeia-em-andamento
                 perform 7210-limpa-checkpoint
            end-if

            display "PROGRAMA21: resumo da janela - " wid-arqresumo01.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Carga e conferência do arquivo de passos. Nada roda
      *>            se alguma linha estiver errada: uma janela meio
      *>            configurada pularia passos sem que ninguém perceba.
      *>============================================================================================
       2100-carrega-passos section.
       2100.
            open input arqpassos01
            if   not ws-passos-ok
                 display "PROGRAMA21: erro ao abrir arquivo de passos - "
                         ws-resultado-acesso-passos
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR JOBSTREAM STATUS " ws-resultado-acesso-passos
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            read arqpassos01
            perform 2110-carrega-passo
               thru 2110-carrega-passo-exit
               until not ws-passos-ok
               or    ws-codigo-retorno is greater than 4
            close arqpassos01

            if   ws-codigo-retorno is not greater than 4
            and  ws-qt-passos = zeros
                 display "PROGRAMA21: arquivo de passos sem nenhum passo"
                 move 8 to ws-codigo-retorno
                 move "JOBSTREAM SEM PASSOS" to ws-evento-log
                 perform 7000-grava-log
            end-if.
       2100-exit.
            exit.

      *>============================================================================================
       2110-carrega-passo section.
       2110.
            add  1 to ws-nu-linha-passos
            if   reg-arq-passos-01 = spaces
            or   reg-arq-passos-01 (1:1) = "*"
                 go to 2110-proximo
            end-if

            if   stp-nu-passo is not numeric
            or   stp-nm-programa = spaces
            or   stp-rc-maximo is not numeric
                 go to 2110-linha-invalida
            end-if
            move stp-rc-maximo to ws-rc-informado
            if   ws-rc-informado not = 0 and not = 4
            and  ws-rc-informado not = 8 and not = 12
                 go to 2110-linha-invalida
            end-if
            if   stp-tp-janela not = "D" and not = "F" and not = space
                 go to 2110-linha-invalida
            end-if
            if   stp-nu-passo not > ws-nu-passo-anterior
                 go to 2110-linha-invalida
            end-if
            if   ws-qt-passos = 60
                 display "PROGRAMA21: mais de 60 passos no arquivo de passos"
                 move 8 to ws-codigo-retorno
                 move "JOBSTREAM COM MAIS DE 60 PASSOS" to ws-evento-log
                 perform 7000-grava-log
                 go to 2110-carrega-passo-exit
            end-if

            add  1 to ws-qt-passos
            move stp-nu-passo       to wtp-nu-passo (ws-qt-passos)
                                       ws-nu-passo-anterior
            move stp-nm-programa    to wtp-nm-programa (ws-qt-passos)
            move ws-rc-informado    to wtp-rc-maximo (ws-qt-passos)
            if   stp-tp-janela = "F"
                 move "F"           to wtp-tp-janela (ws-qt-passos)
            else
                 move "D"           to wtp-tp-janela (ws-qt-passos)
            end-if
            if   stp-ds-comando = spaces
                 move stp-nm-programa to wtp-ds-comando (ws-qt-passos)
            else
                 move stp-ds-comando  to wtp-ds-comando (ws-qt-passos)
            end-if
            move "NAO EXECUTADO"    to wtp-ds-situacao (ws-qt-passos)
            move zeros              to wtp-rc-passo (ws-qt-passos)
                                       wtp-hr-inicio (ws-qt-passos)
                                       wtp-qt-segundos (ws-qt-passos)
            move spaces             to wtp-ds-contagens (ws-qt-passos)
            go to 2110-proximo.

       2110-linha-invalida.
            display "PROGRAMA21: linha " ws-nu-linha-passos
                    " do arquivo de passos inválida"
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string "JOBSTREAM LINHA " ws-nu-linha-passos " INVALIDA"
                   into ws-evento-log
            perform 7000-grava-log
            go to 2110-carrega-passo-exit.

       2110-proximo.
            read arqpassos01.
       2110-carrega-passo-exit.
            exit.

      *>============================================================================================
       2200-imprime-cabecalho section.
       2200.
            move ws-dt-janela     to wlt-dt-janela
            move ws-data-atual    to wlt-dt-execucao
            compute wlt-hr-execucao = ws-hora-atual / 100
            if   execucao-reiniciada
                 move spaces to wlt-ds-execucao
                 string "REINICIO APOS O PASSO " ws-chk-ultimo-passo
                        delimited by size into wlt-ds-execucao
            else
                 move "JANELA COMPLETA" to wlt-ds-execucao
            end-if
            write reg-arq-resumo-01 from ws-linha-separadora
            write reg-arq-resumo-01 from ws-linha-titulo
            write reg-arq-resumo-01 from ws-linha-separadora
            write reg-arq-resumo-01 from ws-linha-cabecalho.
       2200-exit.
            exit.

      *>============================================================================================
      *>            Um passo por vez. Depois de um passo acima do limite os
      *>            demais ficam como NAO EXECUTADO no resumo.
      *>============================================================================================
       2300-executa-passo section.
       2300.
            if   cadeia-interrompida
                 go to 2300-imprime
            end-if

            if   wtp-nu-passo (ws-ix-passo) not > ws-chk-ultimo-passo
                 move "JA CONCLUIDO" to wtp-ds-situacao (ws-ix-passo)
                 go to 2300-imprime
            end-if

            if   wtp-passo-de-folha (ws-ix-passo)
            and  not janela-de-folha
                 move "FORA JANELA" to wtp-ds-situacao (ws-ix-passo)
                 move wtp-nu-passo (ws-ix-passo) to ws-chk-ultimo-passo
                 perform 7200-grava-checkpoint
                 go to 2300-imprime
            end-if

            move spaces to ws-evento-log
            string "PASSO " wtp-nu-passo (ws-ix-passo) " "
                   wtp-nm-programa (ws-ix-passo) " INICIO"
                   delimited by size into ws-evento-log
            perform 7000-grava-log

            move zeros to ws-tam-comando
            inspect wtp-ds-comando (ws-ix-passo)
                    tallying ws-tam-comando for trailing spaces
            compute ws-tam-comando =
                    length of wtp-ds-comando (ws-ix-passo) - ws-tam-comando
            move spaces to ws-comando-sistema
            string wtp-ds-comando (ws-ix-passo) (1:ws-tam-comando) delimited by size
                   low-value                                       delimited by size
                   into ws-comando-sistema

            accept ws-hr-fim from time
            move ws-hr-fim to wtp-hr-inicio (ws-ix-passo)
            compute ws-qt-segundos-inicio =
                    ws-hr-hh * 3600 + ws-hr-mm * 60 + ws-hr-ss

            move zeros to return-code
            call "SYSTEM" using ws-comando-sistema
            move return-code to wtp-rc-passo (ws-ix-passo)

            accept ws-hr-fim from time
            compute ws-qt-segundos-fim =
                    ws-hr-hh * 3600 + ws-hr-mm * 60 + ws-hr-ss
      *>            Passo que atravessa a meia-noite.
            if   ws-qt-segundos-fim is less than ws-qt-segundos-inicio
                 add 86400 to ws-qt-segundos-fim
            end-if
            compute wtp-qt-segundos (ws-ix-passo) =
                    ws-qt-segundos-fim - ws-qt-segundos-inicio

            perform 2500-obtem-contagens

            if   wtp-rc-passo (ws-ix-passo) is greater than wtp-rc-maximo (ws-ix-passo)
                 move "ACIMA LIMITE" to wtp-ds-situacao (ws-ix-passo)
                 set  cadeia-interrompida to true
                 move 8 to ws-codigo-retorno
                 display "PROGRAMA21: passo " wtp-nu-passo (ws-ix-passo) " "
                         wtp-nm-programa (ws-ix-passo) " terminou com código "
                         wtp-rc-passo (ws-ix-passo) " - janela interrompida"
                 move spaces to ws-evento-log
                 string "PASSO " wtp-nu-passo (ws-ix-passo) " "
                        wtp-nm-programa (ws-ix-passo) " RC="
                        wtp-rc-passo (ws-ix-passo) " ACIMA DO LIMITE "
                        wtp-rc-maximo (ws-ix-passo) " - JANELA INTERROMPIDA"
                        delimited by size into ws-evento-log
                 perform 7000-grava-log
                 go to 2300-imprime
            end-if

            if   wtp-rc-passo (ws-ix-passo) = zeros
                 move "OK" to wtp-ds-situacao (ws-ix-passo)
            else
                 move "OK COM ALERTA" to wtp-ds-situacao (ws-ix-passo)
                 if   ws-codigo-retorno is less than 4
                      move 4 to ws-codigo-retorno
                 end-if
            end-if
            move spaces to ws-evento-log
            string "PASSO " wtp-nu-passo (ws-ix-passo) " "
                   wtp-nm-programa (ws-ix-passo) " FIM RC="
                   wtp-rc-passo (ws-ix-passo)
                   delimited by size into ws-evento-log
            perform 7000-grava-log
            move wtp-nu-passo (ws-ix-passo) to ws-chk-ultimo-passo
            perform 7200-grava-checkpoint.

       2300-imprime.
            move wtp-nu-passo (ws-ix-passo)     to wld-nu-passo
            move wtp-nm-programa (ws-ix-passo)  to wld-nm-programa
            move wtp-ds-situacao (ws-ix-passo)  to wld-ds-situacao
            move wtp-rc-maximo (ws-ix-passo)    to wld-rc-maximo
            move wtp-ds-contagens (ws-ix-passo) to wld-ds-contagens
            if   wtp-hr-inicio (ws-ix-passo) = zeros
                 move zeros  to wld-hr-inicio
                 move spaces to wld-rc-texto wld-duracao
            else
                 move wtp-rc-passo (ws-ix-passo) to wld-rc-passo
                 compute wld-hr-inicio = wtp-hr-inicio (ws-ix-passo) / 100
                 divide wtp-qt-segundos (ws-ix-passo) by 3600
                        giving ws-dur-hh remainder ws-dur-resto
                 move ws-dur-hh to wld-dur-hh
                 divide ws-dur-resto by 60
                        giving wld-dur-mm remainder wld-dur-ss
                 move ":" to wld-duracao (3:1) wld-duracao (6:1)
            end-if
            write reg-arq-resumo-01 from ws-linha-detalhe
            add  1 to ws-ix-passo.
       2300-executa-passo-exit.
            exit.

      *>============================================================================================
      *>            As contagens de cada passo são as que o programa grava
      *>            na sua linha FIM do JOBEXEC.LOG. Só se olham as linhas
      *>            gravadas depois da partida do passo.
      *>============================================================================================
       2400-conta-linhas-log section.
       2400.
            move zeros to ws-qt-linhas-log
            open input arqjoblog01
            if   not ws-joblog-ok
                 exit section
            end-if
            read arqjoblog01
            perform 2410-conta-linha
               thru 2410-conta-linha-exit
               until not ws-joblog-ok
            close arqjoblog01.
       2400-exit.
            exit.

      *>============================================================================================
       2410-conta-linha section.
       2410.
            add  1 to ws-qt-linhas-log
            read arqjoblog01.
       2410-conta-linha-exit.
            exit.

      *>============================================================================================
       2500-obtem-contagens section.
       2500.
            move zeros to ws-nu-linha-log
            open input arqjoblog01
            if   not ws-joblog-ok
                 exit section
            end-if
            read arqjoblog01
            perform 2510-procura-fim
               thru 2510-procura-fim-exit
               until not ws-joblog-ok
            close arqjoblog01
            move ws-nu-linha-log to ws-qt-linhas-log.
       2500-exit.
            exit.

      *>============================================================================================
       2510-procura-fim section.
       2510.
            add  1 to ws-nu-linha-log
            if   ws-nu-linha-log is greater than ws-qt-linhas-log
            and  jbl-nm-programa = wtp-nm-programa (ws-ix-passo)
            and  jbl-ds-evento (1:4) = "FIM "
                 move jbl-ds-evento (5:77) to wtp-ds-contagens (ws-ix-passo)
            end-if
            read arqjoblog01.
       2510-procura-fim-exit.
            exit.

      *>============================================================================================
       2600-imprime-final section.
       2600.
            write reg-arq-resumo-01 from ws-linha-separadora
            move ws-codigo-retorno to wlf-codigo-retorno
            if   cadeia-interrompida
                 move "JANELA INTERROMPIDA - REEXECUTAR" to wlf-ds-final
            else
                 move "JANELA CONCLUIDA"                to wlf-ds-final
            end-if
            write reg-arq-resumo-01 from ws-linha-final
            write reg-arq-resumo-01 from ws-linha-separadora.
       2600-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " PASSOS=" ws-qt-passos
                   " ULTIMO-CONCLUIDO=" ws-chk-ultimo-passo
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
                 display "PROGRAMA21: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA21 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>============================================================================================
      *>            Checkpoint da janela: data da janela e último passo
      *>            concluído, gravado a cada passo e zerado quando a janela
      *>            termina inteira. Encontrado preenchido na partida, a
      *>            janela anterior ficou pela metade e é retomada.
      *>============================================================================================
       7100-le-checkpoint section.
       7100.
            set  execucao-normal to true
            move ws-data-atual to ws-dt-janela
            move zeros         to ws-chk-ultimo-passo
            if   janela-nova-forcada
                 exit section
            end-if
            open input arqcheckpoint01
            if   not ws-checkpoint-ok
                 exit section
            end-if
            read arqcheckpoint01
            if   ws-checkpoint-ok
            and  chk-dt-janela not = zeros
                 set  execucao-reiniciada to true
                 move chk-dt-janela       to ws-dt-janela
                 move chk-nu-ultimo-passo to ws-chk-ultimo-passo
                 move spaces to ws-evento-log
                 string "REINICIO DA JANELA " ws-dt-janela
                        " APOS O PASSO " ws-chk-ultimo-passo
                        into ws-evento-log
                 perform 7000-grava-log
            end-if
            close arqcheckpoint01.
       7100-exit.
            exit.

      *>============================================================================================
       7200-grava-checkpoint section.
       7200.
            open output arqcheckpoint01
            if   not ws-checkpoint-ok
                 display "PROGRAMA21: erro ao gravar checkpoint - "
                         ws-resultado-acesso-chk
                 exit section
            end-if
            move ws-dt-janela        to chk-dt-janela
            move ws-chk-ultimo-passo to chk-nu-ultimo-passo
            write reg-arq-checkpoint-01
            close arqcheckpoint01.
       7200-exit.
            exit.

      *>============================================================================================
       7210-limpa-checkpoint section.
       7210.
            open output arqcheckpoint01
            if   not ws-checkpoint-ok
                 exit section
            end-if
            move zeros to reg-arq-checkpoint-01
            write reg-arq-checkpoint-01
            close arqcheckpoint01.
       7210-exit.
            exit.

      *>

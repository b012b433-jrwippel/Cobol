      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA24.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Importação do Ponto Eletrônico para LANCAMES.CAD
      *>            --------------------------------------------------------
      *>            Lê o arquivo exportado pelo relógio de ponto, delimitado
      *>            por ponto e vírgula, uma linha por funcionário e dia:
      *>
      *>               codigo;AAAAMMDD;HHMM;HHMM;...   (até 8 marcações)
      *>
      *>            As marcações formam pares entrada/saída; saída menor
      *>            que a entrada atravessou a meia-noite. Com as horas
      *>            trabalhadas de cada dia, contra a jornada padrão:
      *>
      *>               . segunda a sexta: jornada PONTO_JORNADA (minutos,
      *>                 default 480); sábado: PONTO_JORNADA_SABADO (default
      *>                 240). O que passar da jornada é hora extra a 50%,
      *>                 desprezadas variações de até 10 minutos no dia;
      *>               . domingo e feriado (FERIADOS_TXT_PATH, default
      *>                 C:\FERIADOS.TXT, uma data AAAAMMDD no início de
      *>                 cada linha): tudo é hora extra a 100%;
      *>               . dia de jornada sem nenhuma marcação é falta, salvo
      *>                 dentro de férias concedidas ou encerradas em
      *>                 FERIAS.CAD, antes da admissão ou depois da
      *>                 demissão.
      *>
      *>            Valor da hora = reg-vl-salario-base / PONTO_DIVISOR
      *>            (default 220); valor do dia de falta = salário base / 30.
      *>            Os valores vão para lan-vl-horas-extras e lan-vl-faltas
      *>            do funcionário em LANCAMES.CAD, na competência de
      *>            FOLHA_COMPETENCIA (a mesma do PROGRAMA05; default a
      *>            corrente). Adiantamento e empréstimo já digitados no
      *>            PROGRAMA14 ficam como estão; nova importação da mesma
      *>            competência substitui horas extras e faltas, não soma.
      *>            Só entram os funcionários presentes no arquivo.
      *>
      *>            Competência fechada em FECHAFOL.CAD é recusada com
      *>            código de retorno 12, como no PROGRAMA05.
      *>
      *>            No diretório FOLHA_MES_DIR (default C:\Folha):
      *>               PONTO.AAAAMM     horas e valores gravados por
      *>                                funcionário;
      *>               PONTOCRI.AAAAMM  críticas: linha inválida, código
      *>                                desconhecido, número ímpar de
      *>                                marcações (o dia não gera extra nem
      *>                                falta e deve ser acertado no
      *>                                PROGRAMA14), dia repetido, data
      *>                                fora da competência e funcionário
      *>                                desligado (não importado).
      *>
      *>            Log em JOBLOG_PATH; código de retorno 4 quando há
      *>            críticas e 8 em erro de arquivo ou parâmetro.
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

            select arqferias01 assign to disk wid-arqferias01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is fer-chave
                   file status     is ws-resultado-acesso-ferias.

            select arqlancames01 assign to disk wid-arqlancames01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is lan-chave
                   file status     is ws-resultado-acesso-lancames.

            select arqfechafol01 assign to disk wid-arqfechafol01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is fch-chave
                   file status     is ws-resultado-acesso-fechafol.

            select arqponto01 assign to disk wid-arqponto01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-ponto.

            select arqferiados01 assign to disk wid-arqferiados01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-feriados.

            select arqordenado01 assign to disk wid-arqordenado01.

            select arqrelatorio01 assign to disk wid-arqrelatorio01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-relat.

            select arqcritica01 assign to disk wid-arqcritica01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-crit.

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

       fd  arqlancames01.

       01  reg-arq-lancames-01.
           03  lan-chave.
               05  lan-nu-competencia    pic 9(06).
               05  lan-cd-funcionario    pic 9(07).
           03  lan-vl-horas-extras       pic 9(07)v99.
           03  lan-vl-faltas             pic 9(07)v99.
           03  lan-vl-adiantamento       pic 9(07)v99.
           03  lan-vl-emprestimo         pic 9(07)v99.
           03  lan-dt-hr-alteracao.
               05  lan-dt-alteracao      pic 9(08).
               05  lan-hr-alteracao      pic 9(06).
           03  lan-op-alteracao          pic x(10).

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

       fd  arqponto01.

       01  reg-arq-ponto-01              pic x(100).

       fd  arqferiados01.

       01  reg-arq-feriados-01.
           03  frd-dt-feriado            pic x(08).
           03  filler                    pic x(72).

       sd  arqordenado01.

       01  ord-registro-ordenado.
           03  ord-cd-funcionario        pic 9(07).
           03  ord-dt-marcacao           pic 9(08).
           03  ord-dt-marcacao-r redefines ord-dt-marcacao.
               05  ord-aaaamm-marcacao   pic 9(06).
               05  ord-dd-marcacao       pic 9(02).
           03  ord-nu-linha              pic 9(05).
           03  ord-mn-trabalhados        pic 9(04).
           03  ord-sw-marcacao-impar     pic x(01).
               88  ord-marcacao-impar    value "S".

       fd  arqrelatorio01.

       01  reg-arq-relatorio-01          pic x(80).

       fd  arqcritica01.

       01  reg-arq-critica-01            pic x(100).

       fd  arqjoblog01.

       01  reg-arq-joblog-01             pic x(132).

      *>============================================================================================
       working-storage section.

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso         pic x(2).
               88 ws-operacao-ok           value "00" "02".
            03 ws-resultado-acesso-ferias  pic x(2).
               88 ws-ferias-ok             value "00" "02".
            03 ws-resultado-acesso-lancames pic x(2).
               88 ws-lancames-ok           value "00" "02".
               88 ws-lancames-inexistente  value "35".
               88 ws-lancamento-inexistente value "23".
            03 ws-resultado-acesso-fechafol pic x(2).
               88 ws-fechafol-ok           value "00" "02".
            03 ws-resultado-acesso-ponto   pic x(2).
               88 ws-ponto-ok              value "00" "02".
            03 ws-resultado-acesso-feriados pic x(2).
               88 ws-feriados-ok           value "00" "02".
            03 ws-resultado-acesso-relat   pic x(2).
               88 ws-gravacao-ok           value "00" "02".
            03 ws-resultado-acesso-crit    pic x(2).
               88 ws-critica-ok            value "00" "02".
            03 ws-sw-ferias-disponivel     pic x(01) value "N".
               88 ferias-disponivel        value "S".
            03 ws-sw-fim-ordenado          pic x(01) value "N".
               88 ws-fim-ordenado          value "S".
            03 ws-codigo-retorno           pic 9(04) value zeros.

       01   ws-parametros-ponto.
            03 ws-competencia-informada    pic x(06).
            03 ws-nu-competencia           pic 9(06).
            03 ws-nu-competencia-r redefines ws-nu-competencia.
               05 ws-aa-competencia        pic 9(04).
               05 ws-mm-competencia        pic 9(02).
            03 ws-parametro-informado      pic x(04).
            03 ws-mn-jornada-util          pic 9(04) value 480.
            03 ws-mn-jornada-sabado        pic 9(04) value 240.
            03 ws-qt-divisor-horas         pic 9(04) value 220.
            03 ws-mn-tolerancia-diaria     pic 9(04) value 10.
            03 ws-nm-parametro             pic x(20).
            03 ws-conv-campo               pic x(07).
            03 ws-conv-tamanho             pic 9(03).
            03 ws-cd-importado             pic 9(07).

      *>            Calendário da competência: tipo e jornada de cada dia.
       01   ws-calendario.
            03 ws-nu-ultimo-dia            pic 9(02).
            03 ws-nu-dia-semana            pic 9(01).
            03 ws-ent-calendario occurs 31 times.
               05 ws-cal-tp-dia            pic x(01).
                  88 dia-util              value "U".
                  88 dia-sabado            value "S".
                  88 dia-domingo           value "D".
                  88 dia-feriado           value "F".
               05 ws-cal-mn-jornada        pic 9(04).
            03 ws-dias-meses               pic x(24) value
               "312831303130313130313031".
            03 ws-tab-dias-meses redefines ws-dias-meses.
               05 ws-qt-dias-mes           pic 9(02) occurs 12 times.

      *>            Dia da semana do dia 1 (congruência de Zeller:
      *>            0 = sábado, 1 = domingo, 2 = segunda ... 6 = sexta).
       01   ws-calculo-dia-semana.
            03 ws-zel-ano                  pic 9(04).
            03 ws-zel-mes                  pic 9(02).
            03 ws-zel-seculo               pic 9(02).
            03 ws-zel-ano-seculo           pic 9(02).
            03 ws-zel-parcela-mes          pic 9(03).
            03 ws-zel-parcela-ano          pic 9(03).
            03 ws-zel-parcela-seculo       pic 9(03).
            03 ws-zel-soma                 pic 9(05).
            03 ws-zel-quociente            pic 9(05).
            03 ws-zel-resto-4              pic 9(03).
            03 ws-zel-resto-100            pic 9(03).
            03 ws-zel-resto-400            pic 9(03).

      *>            Dias do funcionário em apuração.
       01   ws-apuracao-funcionario.
            03 ws-cd-funcionario-atual     pic 9(07).
            03 ws-ent-dia occurs 31 times.
               05 ws-dia-sw-presente       pic x(01).
                  88 dia-com-marcacao      value "S".
               05 ws-dia-sw-impar          pic x(01).
                  88 dia-marcacao-impar    value "S".
               05 ws-dia-sw-ferias         pic x(01).
                  88 dia-de-ferias         value "S".
               05 ws-dia-mn-trabalhados    pic 9(04).
            03 ws-ix-dia                   pic 9(02) comp.
            03 ws-dt-dia                   pic 9(08).
            03 ws-dt-inicio-competencia    pic 9(08).
            03 ws-dt-fim-competencia       pic 9(08).
            03 ws-mn-extra-50              pic 9(05).
            03 ws-mn-extra-100             pic 9(05).
            03 ws-mn-excedente             pic 9(05).
            03 ws-qt-dias-falta            pic 9(02).
            03 ws-vl-hora                  pic 9(07)v9(04).
            03 ws-vl-horas-extras          pic 9(07)v99.
            03 ws-vl-faltas                pic 9(07)v99.

      *>            Campos da linha do relógio de ponto.
       01   ws-campos-importacao.
            03 imp-cd-funcionario          pic x(07).
            03 imp-dt-marcacao             pic x(08).
            03 imp-marcacao                pic x(04) occurs 9 times.
            03 tam-cd-funcionario          pic 9(03).
            03 tam-dt-marcacao             pic 9(03).
            03 tam-marcacao                pic 9(03) occurs 9 times.
            03 ws-nu-linha-arquivo         pic 9(05) value zeros.
            03 ws-qt-marcacoes             pic 9(02).
            03 ws-ix-marcacao              pic 9(02) comp.
            03 ws-marcacao-numerica        pic 9(04).
            03 ws-marcacao-r redefines ws-marcacao-numerica.
               05 ws-hh-marcacao           pic 9(02).
               05 ws-mi-marcacao           pic 9(02).
            03 ws-mn-marcacao              pic 9(04) occurs 8 times.
            03 ws-mn-dia                   pic 9(04).
            03 ws-dt-marcacao              pic 9(08).
            03 ws-dt-marcacao-r redefines ws-dt-marcacao.
               05 ws-aaaamm-marcacao       pic 9(06).
               05 ws-dd-marcacao           pic 9(02).
            03 ws-sw-linha-aceita          pic x(01).
               88 linha-aceita             value "S".
               88 linha-rejeitada          value "N".
            03 ws-motivo-critica           pic x(50).

       01   ws-contadores.
            03 ws-qt-linhas-lidas          pic 9(07) value zeros.
            03 ws-qt-linhas-rejeitadas     pic 9(07) value zeros.
            03 ws-qt-criticas              pic 9(07) value zeros.
            03 ws-qt-funcionarios-gravados pic 9(07) value zeros.
            03 ws-qt-funcionarios-recusados pic 9(07) value zeros.
            03 ws-qt-feriados              pic 9(03) value zeros.
            03 ws-tt-vl-horas-extras       pic 9(09)v99 value zeros.
            03 ws-tt-vl-faltas             pic 9(09)v99 value zeros.

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
            03 wid-arqlancames01           pic x(100).
            03 ws-caminho-arqlancames01    pic x(100).
            03 wid-arqfechafol01           pic x(100).
            03 ws-caminho-arqfechafol01    pic x(100).
            03 wid-arqponto01              pic x(100).
            03 ws-caminho-arqponto01       pic x(100).
            03 wid-arqferiados01           pic x(100).
            03 ws-caminho-arqferiados01    pic x(100).
            03 wid-arqordenado01           pic x(100).
            03 wid-arqrelatorio01          pic x(150).
            03 wid-arqcritica01            pic x(150).
            03 ws-caminho-diretorio-folha  pic x(80).
            03 wid-arqjoblog01             pic x(100).
            03 ws-caminho-arqjoblog01      pic x(100).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).

       01   ws-controle-caminho.
            03 ws-tam-diretorio-folha      pic 9(03).

       01   ws-linhas-de-impressao.
            03 ws-linha-separadora.
               05 filler                   pic x(80) value all "-".
            03 ws-linha-titulo.
               05 filler                   pic x(33) value
                  "HORAS EXTRAS E FALTAS DO PONTO - ".
               05 filler                   pic x(12) value "COMPETENCIA ".
               05 wlt-nu-competencia       pic 9(06).
               05 filler                   pic x(15) value spaces.
               05 filler                   pic x(06) value "DATA: ".
               05 wlt-data                 pic 9(08).
            03 ws-linha-parametros.
               05 filler                   pic x(16) value "JORNADA UTIL: ".
               05 wlp-mn-jornada-util      pic zzz9.
               05 filler                   pic x(16) value " MIN  SABADO: ".
               05 wlp-mn-jornada-sabado    pic zzz9.
               05 filler                   pic x(16) value " MIN  DIVISOR: ".
               05 wlp-qt-divisor           pic zzz9.
               05 filler                   pic x(12) value "  FERIADOS: ".
               05 wlp-qt-feriados          pic zz9.
               05 filler                   pic x(05) value spaces.
            03 ws-linha-cabecalho.
               05 filler                   pic x(41) value
                  "CODIGO  NOME                       HE 50%".
               05 filler                   pic x(39) value
                  " HE 100% FL     VALOR HE VALOR FALTAS".
            03 ws-linha-detalhe.
               05 wld-cd-funcionario       pic 9(07).
               05 filler                   pic x(01) value space.
               05 wld-no-funcionario       pic x(25).
               05 filler                   pic x(01) value space.
               05 wld-hh-extra-50          pic zzz9.
               05 filler                   pic x(01) value ":".
               05 wld-mi-extra-50          pic 99.
               05 filler                   pic x(01) value space.
               05 wld-hh-extra-100         pic zzz9.
               05 filler                   pic x(01) value ":".
               05 wld-mi-extra-100         pic 99.
               05 filler                   pic x(01) value space.
               05 wld-qt-dias-falta        pic z9.
               05 filler                   pic x(01) value space.
               05 wld-vl-horas-extras      pic z.zzz.zz9,99.
               05 filler                   pic x(01) value space.
               05 wld-vl-faltas            pic z.zzz.zz9,99.
            03 ws-linha-total.
               05 wlt-ds-total             pic x(40).
               05 wlt-qt-total             pic zzz.zzz.zz9,99.
               05 filler                   pic x(26) value spaces.
            03 ws-linha-contagem.
               05 wlq-ds-contagem          pic x(40).
               05 wlq-qt-contagem          pic z.zzz.zz9.
               05 filler                   pic x(31) value spaces.

       01   ws-linhas-de-critica.
            03 ws-linha-critica-titulo.
               05 filler                   pic x(46) value
                  "CRITICAS DA IMPORTACAO DO PONTO - COMPETENCIA ".
               05 wct-nu-competencia       pic 9(06).
               05 filler                   pic x(12) value " EMITIDO EM ".
               05 wct-data                 pic 9(08).
               05 filler                   pic x(28) value spaces.
            03 ws-linha-critica.
               05 filler                   pic x(06) value "LINHA ".
               05 wlc-nu-linha             pic zzzz9 blank when zero.
               05 filler                   pic x(08) value " CODIGO ".
               05 wlc-cd-funcionario       pic x(07).
               05 filler                   pic x(06) value " DATA ".
               05 wlc-dt-marcacao          pic x(08).
               05 filler                   pic x(02) value ": ".
               05 wlc-motivo               pic x(50).
               05 filler                   pic x(08) value spaces.

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

            move spaces to ws-caminho-arqferias01
            accept ws-caminho-arqferias01 from environment "FERIAS_CAD_PATH"
            if   ws-caminho-arqferias01 = spaces
                 move "C:\FERIAS.CAD"           to wid-arqferias01
            else
                 move ws-caminho-arqferias01    to wid-arqferias01
            end-if

            move spaces to ws-caminho-arqlancames01
            accept ws-caminho-arqlancames01 from environment "LANCAMES_CAD_PATH"
            if   ws-caminho-arqlancames01 = spaces
                 move "C:\LANCAMES.CAD"         to wid-arqlancames01
            else
                 move ws-caminho-arqlancames01  to wid-arqlancames01
            end-if

            move spaces to ws-caminho-arqfechafol01
            accept ws-caminho-arqfechafol01 from environment "FECHAFOL_CAD_PATH"
            if   ws-caminho-arqfechafol01 = spaces
                 move "C:\FECHAFOL.CAD"         to wid-arqfechafol01
            else
                 move ws-caminho-arqfechafol01  to wid-arqfechafol01
            end-if

            move spaces to ws-caminho-arqponto01
            accept ws-caminho-arqponto01 from environment "PONTO_TXT_PATH"
            if   ws-caminho-arqponto01 = spaces
                 move "C:\PONTO.TXT"            to wid-arqponto01
            else
                 move ws-caminho-arqponto01     to wid-arqponto01
            end-if

            move spaces to ws-caminho-arqferiados01
            accept ws-caminho-arqferiados01 from environment "FERIADOS_TXT_PATH"
            if   ws-caminho-arqferiados01 = spaces
                 move "C:\FERIADOS.TXT"         to wid-arqferiados01
            else
                 move ws-caminho-arqferiados01  to wid-arqferiados01
            end-if

            move "SORTWORK.TMP" to wid-arqordenado01

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

            move spaces to ws-competencia-informada
            accept ws-competencia-informada from environment "FOLHA_COMPETENCIA"
            if   ws-competencia-informada = spaces
                 compute ws-nu-competencia = ws-data-atual / 100
            else
                 if   ws-competencia-informada is numeric
                      move ws-competencia-informada to ws-nu-competencia
                 else
                      move zeros to ws-nu-competencia
                 end-if
            end-if

            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if
            move zeros to ws-tam-diretorio-folha
            inspect ws-caminho-diretorio-folha
                    tallying ws-tam-diretorio-folha for trailing spaces
            compute ws-tam-diretorio-folha =
                    length of ws-caminho-diretorio-folha - ws-tam-diretorio-folha
            move spaces to wid-arqrelatorio01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\PONTO."                      delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqrelatorio01
            move spaces to wid-arqcritica01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\PONTOCRI."                   delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqcritica01

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
      *>            Competência mensal (o ponto não se aplica às folhas de
      *>            13º AAAA13/AAAA14) e jornadas em minutos.
      *>============================================================================================
       1060-valida-parametros section.
       1060.
            if   ws-mm-competencia is less than 1
            or   ws-mm-competencia is greater than 12
                 display "PROGRAMA24: FOLHA_COMPETENCIA deve ser uma competência "
                         "mensal AAAAMM"
                 move "FOLHA_COMPETENCIA INVALIDA" to ws-evento-log
                 go to 1060-parametro-invalido
            end-if

            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "PONTO_JORNADA"
            if   ws-parametro-informado not = spaces
                 move "PONTO_JORNADA" to ws-nm-parametro
                 perform 1070-converte-parametro
                 if   ws-codigo-retorno is greater than 4
                 or   ws-marcacao-numerica = zeros
                 or   ws-marcacao-numerica is greater than 1440
                      go to 1060-parametro-recusado
                 end-if
                 move ws-marcacao-numerica to ws-mn-jornada-util
            end-if

            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "PONTO_JORNADA_SABADO"
            if   ws-parametro-informado not = spaces
                 move "PONTO_JORNADA_SABADO" to ws-nm-parametro
                 perform 1070-converte-parametro
                 if   ws-codigo-retorno is greater than 4
                 or   ws-marcacao-numerica is greater than 1440
                      go to 1060-parametro-recusado
                 end-if
                 move ws-marcacao-numerica to ws-mn-jornada-sabado
            end-if

            move spaces to ws-parametro-informado
            accept ws-parametro-informado from environment "PONTO_DIVISOR"
            if   ws-parametro-informado not = spaces
                 move "PONTO_DIVISOR" to ws-nm-parametro
                 perform 1070-converte-parametro
                 if   ws-codigo-retorno is greater than 4
                 or   ws-marcacao-numerica = zeros
                      go to 1060-parametro-recusado
                 end-if
                 move ws-marcacao-numerica to ws-qt-divisor-horas
            end-if

            compute ws-dt-inicio-competencia = ws-nu-competencia * 100 + 1
            perform 1080-monta-calendario
            go to 1060-exit.

       1060-parametro-recusado.
            display "PROGRAMA24: " ws-nm-parametro " inválido - "
                    ws-parametro-informado
            move spaces to ws-evento-log
            string ws-nm-parametro delimited by space
                   " INVALIDO" delimited by size
                   into ws-evento-log.

       1060-parametro-invalido.
            move 8 to ws-codigo-retorno
            perform 7000-grava-log.
       1060-exit.
            exit.

      *>============================================================================================
      *>            Parâmetro numérico de até 4 dígitos, alinhado à direita.
      *>============================================================================================
       1070-converte-parametro section.
       1070.
            move zeros to ws-marcacao-numerica ws-conv-tamanho
            unstring ws-parametro-informado delimited by space
                into ws-conv-campo count in ws-conv-tamanho
            end-unstring
            if   ws-conv-tamanho = zeros
            or   ws-conv-tamanho is greater than length of ws-conv-campo
                 move 8 to ws-codigo-retorno
                 exit section
            end-if
            if   ws-conv-campo(1:ws-conv-tamanho) is numeric
                 move ws-conv-campo(1:ws-conv-tamanho) to ws-marcacao-numerica
            else
                 move 8 to ws-codigo-retorno
            end-if.
       1070-exit.
            exit.

      *>============================================================================================
      *>            Último dia do mês (fevereiro bissexto pela regra
      *>            gregoriana), dia da semana do dia 1 e, a partir dele,
      *>            tipo e jornada de cada dia. Os feriados são marcados
      *>            depois, em 2020-carrega-feriados.
      *>============================================================================================
       1080-monta-calendario section.
       1080.
            move ws-qt-dias-mes (ws-mm-competencia) to ws-nu-ultimo-dia
            if   ws-mm-competencia = 2
                 divide ws-aa-competencia by 4   giving ws-zel-quociente
                        remainder ws-zel-resto-4
                 divide ws-aa-competencia by 100 giving ws-zel-quociente
                        remainder ws-zel-resto-100
                 divide ws-aa-competencia by 400 giving ws-zel-quociente
                        remainder ws-zel-resto-400
                 if   ws-zel-resto-4 = zeros
                 and  (ws-zel-resto-100 not = zeros
                       or ws-zel-resto-400 = zeros)
                      move 29 to ws-nu-ultimo-dia
                 end-if
            end-if
            compute ws-dt-fim-competencia =
                    ws-nu-competencia * 100 + ws-nu-ultimo-dia

            move ws-aa-competencia to ws-zel-ano
            move ws-mm-competencia to ws-zel-mes
            if   ws-zel-mes is less than 3
                 add      12 to   ws-zel-mes
                 subtract 1  from ws-zel-ano
            end-if
            divide ws-zel-ano by 100 giving ws-zel-seculo
                   remainder ws-zel-ano-seculo
            compute ws-zel-parcela-mes = (13 * (ws-zel-mes + 1)) / 5
            compute ws-zel-parcela-ano = ws-zel-ano-seculo / 4
            compute ws-zel-parcela-seculo = ws-zel-seculo / 4
            compute ws-zel-soma = 1 + ws-zel-parcela-mes + ws-zel-ano-seculo
                                + ws-zel-parcela-ano + ws-zel-parcela-seculo
                                + 5 * ws-zel-seculo
            divide ws-zel-soma by 7 giving ws-zel-quociente
                   remainder ws-nu-dia-semana

            move 1 to ws-ix-dia
            perform 1085-classifica-dia
               thru 1085-classifica-dia-exit
               until ws-ix-dia is greater than ws-nu-ultimo-dia.
       1080-exit.
            exit.

      *>============================================================================================
       1085-classifica-dia section.
       1085.
            evaluate ws-nu-dia-semana
                when 0
                     move "S"                  to ws-cal-tp-dia (ws-ix-dia)
                     move ws-mn-jornada-sabado to ws-cal-mn-jornada (ws-ix-dia)
                when 1
                     move "D"                  to ws-cal-tp-dia (ws-ix-dia)
                     move zeros                to ws-cal-mn-jornada (ws-ix-dia)
                when other
                     move "U"                  to ws-cal-tp-dia (ws-ix-dia)
                     move ws-mn-jornada-util   to ws-cal-mn-jornada (ws-ix-dia)
            end-evaluate
            add  1 to ws-nu-dia-semana
            if   ws-nu-dia-semana = 7
                 move zeros to ws-nu-dia-semana
            end-if
            add  1 to ws-ix-dia.
       1085-classifica-dia-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            perform 2010-verifica-fechamento
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            perform 2020-carrega-feriados

            perform 2030-abre-arquivos
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if

            sort arqordenado01
                 on ascending key ord-cd-funcionario ord-dt-marcacao ord-nu-linha
                 input procedure  is 2100-fornece-marcacoes
                 output procedure is 2200-apura-funcionarios

            perform 2800-imprime-totais
            close arqindexado01 arqlancames01 arqrelatorio01 arqcritica01
            if   ferias-disponivel
                 close arqferias01
            end-if

            display "PROGRAMA24: demonstrativo - " wid-arqrelatorio01
            display "PROGRAMA24: críticas - " wid-arqcritica01
            display "PROGRAMA24: funcionários gravados em LANCAMES - "
                    ws-qt-funcionarios-gravados
            display "PROGRAMA24: críticas emitidas - " ws-qt-criticas.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Competência fechada já foi paga e remetida ao banco:
      *>            lançamento novo nela não seria pago nem descontado.
      *>============================================================================================
       2010-verifica-fechamento section.
       2010.
            open input arqfechafol01
            if   not ws-fechafol-ok
                 exit section
            end-if
            move ws-nu-competencia to fch-nu-competencia
            read arqfechafol01
            if   ws-fechafol-ok
            and  competencia-fechada
                 display "PROGRAMA24: competência " ws-nu-competencia
                         " FECHADA - importação recusada"
                 move 12 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "COMPETENCIA " ws-nu-competencia
                        " FECHADA - IMPORTACAO RECUSADA"
                        into ws-evento-log
                 perform 7000-grava-log
            end-if
            close arqfechafol01.
       2010-exit.
            exit.

      *>============================================================================================
      *>            Sem arquivo de feriados só os domingos pagam 100%; a
      *>            execução segue com aviso (código de retorno 4).
      *>============================================================================================
       2020-carrega-feriados section.
       2020.
            open input arqferiados01
            if   not ws-feriados-ok
                 display "PROGRAMA24: arquivo de feriados não encontrado - "
                         wid-arqferiados01
                 move 4 to ws-codigo-retorno
                 move "SEM ARQUIVO DE FERIADOS" to ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if
            read arqferiados01
            perform 2025-marca-feriado
               thru 2025-marca-feriado-exit
               until not ws-feriados-ok
            close arqferiados01.
       2020-exit.
            exit.

      *>============================================================================================
       2025-marca-feriado section.
       2025.
            if   frd-dt-feriado is numeric
                 move frd-dt-feriado to ws-dt-marcacao
                 if   ws-aaaamm-marcacao = ws-nu-competencia
                 and  ws-dd-marcacao is greater than zeros
                 and  ws-dd-marcacao not greater than ws-nu-ultimo-dia
                      move "F"   to ws-cal-tp-dia (ws-dd-marcacao)
                      move zeros to ws-cal-mn-jornada (ws-dd-marcacao)
                      add  1 to ws-qt-feriados
                 end-if
            end-if
            read arqferiados01.
       2025-marca-feriado-exit.
            exit.

      *>============================================================================================
       2030-abre-arquivos section.
       2030.
            open input arqindexado01
            if   not ws-operacao-ok
                 display "PROGRAMA24: erro ao abrir FUNCION.CAD - " ws-resultado-acesso
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR FUNCION.CAD STATUS " ws-resultado-acesso
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            open input arqferias01
            if   ws-ferias-ok
                 move "S" to ws-sw-ferias-disponivel
            end-if

            open i-o arqlancames01
            if   ws-lancames-inexistente
                 open output arqlancames01
                 close arqlancames01
                 open i-o arqlancames01
            end-if
            if   not ws-lancames-ok
                 display "PROGRAMA24: erro ao abrir LANCAMES.CAD - "
                         ws-resultado-acesso-lancames
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR LANCAMES.CAD STATUS "
                        ws-resultado-acesso-lancames
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexado01
                 exit section
            end-if

            open output arqrelatorio01
            if   ws-gravacao-ok
                 open output arqcritica01
            end-if
            if   not ws-gravacao-ok
            or   not ws-critica-ok
                 display "PROGRAMA24: erro ao abrir relatórios - "
                         ws-resultado-acesso-relat " " ws-resultado-acesso-crit
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR RELATORIOS STATUS "
                        ws-resultado-acesso-relat " " ws-resultado-acesso-crit
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqindexado01 arqlancames01
                 exit section
            end-if

            move ws-nu-competencia     to wlt-nu-competencia
                                          wct-nu-competencia
            move ws-data-atual         to wlt-data
                                          wct-data
            move ws-mn-jornada-util    to wlp-mn-jornada-util
            move ws-mn-jornada-sabado  to wlp-mn-jornada-sabado
            move ws-qt-divisor-horas   to wlp-qt-divisor
            move ws-qt-feriados        to wlp-qt-feriados
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-titulo
            write reg-arq-relatorio-01 from ws-linha-parametros
            write reg-arq-relatorio-01 from ws-linha-separadora
            write reg-arq-relatorio-01 from ws-linha-cabecalho
            write reg-arq-critica-01   from ws-linha-critica-titulo.
       2030-exit.
            exit.

      *>============================================================================================
      *>            Entrada do SORT: critica cada linha do relógio e libera
      *>            as aceitas com os minutos trabalhados no dia.
      *>============================================================================================
       2100-fornece-marcacoes section.
       2100.
            open input arqponto01
            if   not ws-ponto-ok
                 display "PROGRAMA24: erro ao abrir arquivo do ponto - "
                         ws-resultado-acesso-ponto
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR PONTO STATUS " ws-resultado-acesso-ponto
                        into ws-evento-log
                 perform 7000-grava-log
                 exit section
            end-if

            read arqponto01
            perform 2110-libera-marcacao
               thru 2110-libera-marcacao-exit
               until not ws-ponto-ok

            close arqponto01.
       2100-exit.
            exit.

      *>============================================================================================
       2110-libera-marcacao section.
       2110.
            add  1 to ws-nu-linha-arquivo
            if   reg-arq-ponto-01 = spaces
                 go to 2110-proxima
            end-if
            add  1 to ws-qt-linhas-lidas

            perform 2120-separa-campos
            perform 2130-critica-linha
            if   linha-rejeitada
                 add  1 to ws-qt-linhas-rejeitadas
                 move ws-nu-linha-arquivo to wlc-nu-linha
                 move imp-cd-funcionario  to wlc-cd-funcionario
                 move imp-dt-marcacao     to wlc-dt-marcacao
                 move ws-motivo-critica   to wlc-motivo
                 perform 2900-grava-critica
                 go to 2110-proxima
            end-if

            move ws-cd-importado     to ord-cd-funcionario
            move ws-dt-marcacao      to ord-dt-marcacao
            move ws-nu-linha-arquivo to ord-nu-linha
            move ws-mn-dia           to ord-mn-trabalhados
            move "N"                 to ord-sw-marcacao-impar
            divide ws-qt-marcacoes by 2 giving ws-zel-quociente
                   remainder ws-zel-resto-4
            if   ws-zel-resto-4 not = zeros
                 move "S" to ord-sw-marcacao-impar
            end-if
            release ord-registro-ordenado.

       2110-proxima.
            read arqponto01.
       2110-libera-marcacao-exit.
            exit.

      *>============================================================================================
       2120-separa-campos section.
       2120.
            move spaces to imp-cd-funcionario imp-dt-marcacao
            move zeros  to tam-cd-funcionario tam-dt-marcacao
            move 1 to ws-ix-marcacao
            perform 2125-limpa-marcacao
               thru 2125-limpa-marcacao-exit
               until ws-ix-marcacao is greater than 9
            unstring reg-arq-ponto-01 delimited by ";"
                into imp-cd-funcionario   count in tam-cd-funcionario
                     imp-dt-marcacao      count in tam-dt-marcacao
                     imp-marcacao (1)     count in tam-marcacao (1)
                     imp-marcacao (2)     count in tam-marcacao (2)
                     imp-marcacao (3)     count in tam-marcacao (3)
                     imp-marcacao (4)     count in tam-marcacao (4)
                     imp-marcacao (5)     count in tam-marcacao (5)
                     imp-marcacao (6)     count in tam-marcacao (6)
                     imp-marcacao (7)     count in tam-marcacao (7)
                     imp-marcacao (8)     count in tam-marcacao (8)
                     imp-marcacao (9)     count in tam-marcacao (9)
            end-unstring.
       2120-exit.
            exit.

      *>============================================================================================
       2125-limpa-marcacao section.
       2125.
            move spaces to imp-marcacao (ws-ix-marcacao)
            move zeros  to tam-marcacao (ws-ix-marcacao)
            add  1 to ws-ix-marcacao.
       2125-limpa-marcacao-exit.
            exit.

      *>============================================================================================
      *>            Código e data numéricos, data dentro da competência,
      *>            marcações HHMM válidas. Número ímpar de marcações não
      *>            rejeita a linha: o dia é liberado marcado, para não
      *>            virar falta, e criticado na apuração.
      *>============================================================================================
       2130-critica-linha section.
       2130.
            set  linha-aceita to true
            move spaces to ws-motivo-critica

            move zeros to ws-cd-importado
            if   tam-cd-funcionario = zeros
            or   tam-cd-funcionario is greater than length of imp-cd-funcionario
                 move "CODIGO AUSENTE OU NAO NUMERICO" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if
            if   imp-cd-funcionario(1:tam-cd-funcionario) is not numeric
                 move "CODIGO AUSENTE OU NAO NUMERICO" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if
            move imp-cd-funcionario(1:tam-cd-funcionario) to ws-cd-importado

            if   tam-dt-marcacao not = 8
            or   imp-dt-marcacao is not numeric
                 move "DATA AUSENTE OU NAO NUMERICA" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if
            move imp-dt-marcacao to ws-dt-marcacao
            if   ws-aaaamm-marcacao not = ws-nu-competencia
            or   ws-dd-marcacao = zeros
            or   ws-dd-marcacao is greater than ws-nu-ultimo-dia
                 move "DATA FORA DA COMPETENCIA" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if

            if   tam-marcacao (9) not = zeros
                 move "MAIS DE 8 MARCACOES NO DIA" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if

            move zeros to ws-qt-marcacoes ws-mn-dia
            move 1 to ws-ix-marcacao
            perform 2135-converte-marcacao
               thru 2135-converte-marcacao-exit
               until ws-ix-marcacao is greater than 8
               or    tam-marcacao (ws-ix-marcacao) = zeros
               or    linha-rejeitada
            if   linha-rejeitada
                 exit section
            end-if

            if   ws-qt-marcacoes = zeros
                 move "LINHA SEM MARCACOES" to ws-motivo-critica
                 set  linha-rejeitada to true
                 exit section
            end-if

            move 2 to ws-ix-marcacao
            perform 2138-soma-par
               thru 2138-soma-par-exit
               until ws-ix-marcacao is greater than ws-qt-marcacoes.
       2130-exit.
            exit.

      *>============================================================================================
       2135-converte-marcacao section.
       2135.
            if   tam-marcacao (ws-ix-marcacao) not = 4
            or   imp-marcacao (ws-ix-marcacao) is not numeric
                 move "MARCACAO NAO ESTA NO FORMATO HHMM" to ws-motivo-critica
                 set  linha-rejeitada to true
                 go to 2135-converte-marcacao-exit
            end-if
            move imp-marcacao (ws-ix-marcacao) to ws-marcacao-numerica
            if   ws-hh-marcacao is greater than 23
            or   ws-mi-marcacao is greater than 59
                 move "MARCACAO COM HORA INVALIDA" to ws-motivo-critica
                 set  linha-rejeitada to true
                 go to 2135-converte-marcacao-exit
            end-if
            compute ws-mn-marcacao (ws-ix-marcacao) =
                    ws-hh-marcacao * 60 + ws-mi-marcacao
            add  1 to ws-qt-marcacoes
            add  1 to ws-ix-marcacao.
       2135-converte-marcacao-exit.
            exit.

      *>============================================================================================
      *>            Par entrada/saída; saída antes da entrada passou da
      *>            meia-noite e conta no dia da entrada.
      *>============================================================================================
       2138-soma-par section.
       2138.
            if   ws-mn-marcacao (ws-ix-marcacao) is less than
                 ws-mn-marcacao (ws-ix-marcacao - 1)
                 compute ws-mn-dia = ws-mn-dia + 1440
                                   + ws-mn-marcacao (ws-ix-marcacao)
                                   - ws-mn-marcacao (ws-ix-marcacao - 1)
            else
                 compute ws-mn-dia = ws-mn-dia
                                   + ws-mn-marcacao (ws-ix-marcacao)
                                   - ws-mn-marcacao (ws-ix-marcacao - 1)
            end-if
            add  2 to ws-ix-marcacao.
       2138-soma-par-exit.
            exit.

      *>============================================================================================
      *>            Saída do SORT: quebra por funcionário.
      *>============================================================================================
       2200-apura-funcionarios section.
       2200.
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if
            return arqordenado01 at end set ws-fim-ordenado to true
            end-return
            perform 2210-apura-funcionario
               thru 2210-apura-funcionario-exit
               until ws-fim-ordenado.
       2200-exit.
            exit.

      *>============================================================================================
       2210-apura-funcionario section.
       2210.
            move ord-cd-funcionario to ws-cd-funcionario-atual
            move 1 to ws-ix-dia
            perform 2215-limpa-dia
               thru 2215-limpa-dia-exit
               until ws-ix-dia is greater than 31

            perform 2220-acumula-dia
               thru 2220-acumula-dia-exit
               until ws-fim-ordenado
               or    ord-cd-funcionario not = ws-cd-funcionario-atual

            perform 2300-fecha-funcionario.
       2210-apura-funcionario-exit.
            exit.

      *>============================================================================================
       2215-limpa-dia section.
       2215.
            move "N"   to ws-dia-sw-presente (ws-ix-dia)
                          ws-dia-sw-impar (ws-ix-dia)
                          ws-dia-sw-ferias (ws-ix-dia)
            move zeros to ws-dia-mn-trabalhados (ws-ix-dia)
            add  1 to ws-ix-dia.
       2215-limpa-dia-exit.
            exit.

      *>============================================================================================
       2220-acumula-dia section.
       2220.
            move ord-dd-marcacao to ws-ix-dia
            if   dia-com-marcacao (ws-ix-dia)
                 move ord-nu-linha       to wlc-nu-linha
                 move ord-cd-funcionario to wlc-cd-funcionario
                 move ord-dt-marcacao    to wlc-dt-marcacao
                 move "DIA REPETIDO NO ARQUIVO - LINHA DESPREZADA" to wlc-motivo
                 perform 2900-grava-critica
                 go to 2220-proximo
            end-if

            move "S" to ws-dia-sw-presente (ws-ix-dia)
            if   ord-marcacao-impar
                 move "S" to ws-dia-sw-impar (ws-ix-dia)
                 move ord-nu-linha       to wlc-nu-linha
                 move ord-cd-funcionario to wlc-cd-funcionario
                 move ord-dt-marcacao    to wlc-dt-marcacao
                 move "NUMERO IMPAR DE MARCACOES - ACERTAR NO PROGRAMA14"
                                         to wlc-motivo
                 perform 2900-grava-critica
            else
                 move ord-mn-trabalhados to ws-dia-mn-trabalhados (ws-ix-dia)
            end-if.

       2220-proximo.
            return arqordenado01 at end set ws-fim-ordenado to true.
       2220-acumula-dia-exit.
            exit.

      *>============================================================================================
      *>            Fim das linhas do funcionário: confere o cadastro,
      *>            marca as férias, apura, valoriza e grava.
      *>============================================================================================
       2300-fecha-funcionario section.
       2300.
            move zeros                   to wlc-nu-linha
            move ws-cd-funcionario-atual to wlc-cd-funcionario
            move spaces                  to wlc-dt-marcacao

            move ws-cd-funcionario-atual to reg-cd-funcionario
            read arqindexado01
            if   not ws-operacao-ok
                 move "CODIGO NAO CADASTRADO EM FUNCION.CAD" to wlc-motivo
                 perform 2900-grava-critica
                 add  1 to ws-qt-funcionarios-recusados
                 exit section
            end-if
            if   funcionario-desligado
            and  reg-dt-demissao not greater than ws-dt-inicio-competencia
                 move "FUNCIONARIO DESLIGADO - NAO IMPORTADO" to wlc-motivo
                 perform 2900-grava-critica
                 add  1 to ws-qt-funcionarios-recusados
                 exit section
            end-if
            if   funcionario-desligado
                 move "DESLIGADO NA COMPETENCIA - VERIFICAR RESCISAO"
                                         to wlc-motivo
                 perform 2900-grava-critica
            end-if

            if   ferias-disponivel
                 perform 2310-marca-ferias
            end-if

            move zeros to ws-mn-extra-50 ws-mn-extra-100 ws-qt-dias-falta
            move 1 to ws-ix-dia
            perform 2330-apura-dia
               thru 2330-apura-dia-exit
               until ws-ix-dia is greater than ws-nu-ultimo-dia

            compute ws-vl-hora = reg-vl-salario-base / ws-qt-divisor-horas
            compute ws-vl-horas-extras rounded =
                    (ws-mn-extra-50  * ws-vl-hora * 1,5
                   + ws-mn-extra-100 * ws-vl-hora * 2) / 60
            compute ws-vl-faltas rounded =
                    reg-vl-salario-base * ws-qt-dias-falta / 30

            perform 2400-grava-lancamento
            if   ws-codigo-retorno is greater than 4
                 exit section
            end-if
            perform 2500-imprime-funcionario.
       2300-exit.
            exit.

      *>============================================================================================
      *>            Férias concedidas (em gozo) ou encerradas (gozadas)
      *>            que cruzam a competência; programadas ainda não foram
      *>            aprovadas e não abonam o dia.
      *>============================================================================================
       2310-marca-ferias section.
       2310.
            move ws-cd-funcionario-atual to fer-cd-funcionario
            move zeros                   to fer-dt-inicio
            start arqferias01 key is not less than fer-chave
            if   not ws-ferias-ok
                 exit section
            end-if
            read arqferias01 next
            perform 2315-examina-ferias
               thru 2315-examina-ferias-exit
               until not ws-ferias-ok
               or    fer-cd-funcionario not = ws-cd-funcionario-atual.
       2310-exit.
            exit.

      *>============================================================================================
       2315-examina-ferias section.
       2315.
            if   (ferias-concedida or ferias-encerrada)
            and  fer-dt-inicio not greater than ws-dt-fim-competencia
            and  fer-dt-fim    not less than ws-dt-inicio-competencia
                 move 1 to ws-ix-dia
                 perform 2320-marca-dia-ferias
                    thru 2320-marca-dia-ferias-exit
                    until ws-ix-dia is greater than ws-nu-ultimo-dia
            end-if
            read arqferias01 next.
       2315-examina-ferias-exit.
            exit.

      *>============================================================================================
       2320-marca-dia-ferias section.
       2320.
            compute ws-dt-dia = ws-nu-competencia * 100 + ws-ix-dia
            if   ws-dt-dia not less than fer-dt-inicio
            and  ws-dt-dia not greater than fer-dt-fim
                 move "S" to ws-dia-sw-ferias (ws-ix-dia)
            end-if
            add  1 to ws-ix-dia.
       2320-marca-dia-ferias-exit.
            exit.

      *>============================================================================================
      *>            Um dia do mês: extra 50% acima da jornada (fora a
      *>            tolerância), extra 100% em domingo e feriado, falta em
      *>            dia de jornada sem marcação e sem abono.
      *>============================================================================================
       2330-apura-dia section.
       2330.
            compute ws-dt-dia = ws-nu-competencia * 100 + ws-ix-dia

            if   dia-com-marcacao (ws-ix-dia)
                 if   dia-domingo (ws-ix-dia)
                 or   dia-feriado (ws-ix-dia)
                      add  ws-dia-mn-trabalhados (ws-ix-dia) to ws-mn-extra-100
                 else
                      if   ws-dia-mn-trabalhados (ws-ix-dia) is greater than
                           ws-cal-mn-jornada (ws-ix-dia) + ws-mn-tolerancia-diaria
                           compute ws-mn-excedente =
                                   ws-dia-mn-trabalhados (ws-ix-dia)
                                 - ws-cal-mn-jornada (ws-ix-dia)
                           add  ws-mn-excedente to ws-mn-extra-50
                      end-if
                 end-if
                 go to 2330-proximo
            end-if

            if   ws-cal-mn-jornada (ws-ix-dia) = zeros
            or   dia-de-ferias (ws-ix-dia)
            or   ws-dt-dia is less than reg-dt-admissao
                 go to 2330-proximo
            end-if
            if   reg-dt-demissao not = zeros
            and  ws-dt-dia is greater than reg-dt-demissao
                 go to 2330-proximo
            end-if
            add  1 to ws-qt-dias-falta.

       2330-proximo.
            add  1 to ws-ix-dia.
       2330-apura-dia-exit.
            exit.

      *>============================================================================================
      *>            Regrava só horas extras e faltas; adiantamento e
      *>            empréstimo digitados no PROGRAMA14 são preservados.
      *>============================================================================================
       2400-grava-lancamento section.
       2400.
            move ws-nu-competencia       to lan-nu-competencia
            move ws-cd-funcionario-atual to lan-cd-funcionario
            read arqlancames01
            if   ws-lancamento-inexistente
                 move zeros to lan-vl-adiantamento
                               lan-vl-emprestimo
            else
                 if   not ws-lancames-ok
                      go to 2400-erro-lancames
                 end-if
            end-if

            move ws-vl-horas-extras to lan-vl-horas-extras
            move ws-vl-faltas       to lan-vl-faltas
            accept lan-dt-alteracao from date yyyymmdd
            accept lan-hr-alteracao from time
            move "PONTO"            to lan-op-alteracao

            if   ws-lancamento-inexistente
                 write reg-arq-lancames-01
            else
                 rewrite reg-arq-lancames-01
            end-if
            if   not ws-lancames-ok
                 go to 2400-erro-lancames
            end-if

            add  1 to ws-qt-funcionarios-gravados
            add  ws-vl-horas-extras to ws-tt-vl-horas-extras
            add  ws-vl-faltas       to ws-tt-vl-faltas
            go to 2400-exit.

       2400-erro-lancames.
            display "PROGRAMA24: erro em LANCAMES.CAD - "
                    ws-resultado-acesso-lancames
                    " no funcionário " ws-cd-funcionario-atual
            move 8 to ws-codigo-retorno
            move spaces to ws-evento-log
            string "ERRO EM LANCAMES.CAD STATUS " ws-resultado-acesso-lancames
                   " FUNCIONARIO " ws-cd-funcionario-atual
                   into ws-evento-log
            perform 7000-grava-log
            set  ws-fim-ordenado to true.
       2400-exit.
            exit.

      *>============================================================================================
       2500-imprime-funcionario section.
       2500.
            move ws-cd-funcionario-atual to wld-cd-funcionario
            move reg-no-funcionario      to wld-no-funcionario
            divide ws-mn-extra-50  by 60 giving wld-hh-extra-50
                   remainder wld-mi-extra-50
            divide ws-mn-extra-100 by 60 giving wld-hh-extra-100
                   remainder wld-mi-extra-100
            move ws-qt-dias-falta        to wld-qt-dias-falta
            move ws-vl-horas-extras      to wld-vl-horas-extras
            move ws-vl-faltas            to wld-vl-faltas
            write reg-arq-relatorio-01 from ws-linha-detalhe.
       2500-exit.
            exit.

      *>============================================================================================
       2800-imprime-totais section.
       2800.
            write reg-arq-relatorio-01 from ws-linha-separadora
            move "TOTAL DE HORAS EXTRAS"            to wlt-ds-total
            move ws-tt-vl-horas-extras              to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "TOTAL DE FALTAS"                  to wlt-ds-total
            move ws-tt-vl-faltas                    to wlt-qt-total
            write reg-arq-relatorio-01 from ws-linha-total
            move "LINHAS LIDAS DO PONTO"            to wlq-ds-contagem
            move ws-qt-linhas-lidas                 to wlq-qt-contagem
            write reg-arq-relatorio-01 from ws-linha-contagem
            move "LINHAS REJEITADAS"                to wlq-ds-contagem
            move ws-qt-linhas-rejeitadas            to wlq-qt-contagem
            write reg-arq-relatorio-01 from ws-linha-contagem
            move "FUNCIONARIOS GRAVADOS EM LANCAMES" to wlq-ds-contagem
            move ws-qt-funcionarios-gravados        to wlq-qt-contagem
            write reg-arq-relatorio-01 from ws-linha-contagem
            move "FUNCIONARIOS NAO IMPORTADOS"      to wlq-ds-contagem
            move ws-qt-funcionarios-recusados       to wlq-qt-contagem
            write reg-arq-relatorio-01 from ws-linha-contagem
            move "CRITICAS EMITIDAS"                to wlq-ds-contagem
            move ws-qt-criticas                     to wlq-qt-contagem
            write reg-arq-relatorio-01 from ws-linha-contagem
            if   ws-codigo-retorno is greater than 4
                 move "*** EXECUCAO INTERROMPIDA - VER LOG ***" to wlq-ds-contagem
                 move zeros                                to wlq-qt-contagem
                 write reg-arq-relatorio-01 from ws-linha-contagem
            end-if
            write reg-arq-relatorio-01 from ws-linha-separadora.
       2800-exit.
            exit.

      *>============================================================================================
       2900-grava-critica section.
       2900.
            write reg-arq-critica-01 from ws-linha-critica
            add  1 to ws-qt-criticas
            if   ws-codigo-retorno is less than 4
                 move 4 to ws-codigo-retorno
            end-if.
       2900-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            move spaces to ws-evento-log
            string "FIM RC=" ws-codigo-retorno
                   " COMPETENCIA=" ws-nu-competencia
                   " LIDAS=" ws-qt-linhas-lidas
                   " GRAVADOS=" ws-qt-funcionarios-gravados
                   " CRITICAS=" ws-qt-criticas
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
                 display "PROGRAMA24: erro ao abrir log de execução - "
                         ws-resultado-acesso-joblog
                 exit section
            end-if
            move spaces to reg-arq-joblog-01
            string ws-dt-log " " ws-hr-log " PROGRAMA24 " ws-evento-log
                   into reg-arq-joblog-01
            write reg-arq-joblog-01
            close arqjoblog01.
       7000-exit.
            exit.

      *>

      *>
      *>            codigo;nome;endereco;numero;cpf;telefone;salario-base;
      *>            salario-familia;estado-civil;uf;cidade;bairro;banco;
      *>            agencia;conta;dv-conta;tipo-conta;centro-custo
      *>
      *>            (valores monetários em CENTAVOS, sem vírgula). Aplica as
      *>            mesmas críticas da gravação online do PROGRAMA01 —
      *>            dígitos verificadores do CPF, CPF duplicado na base,
      *>            campos obrigatórios Estado Civil e UF, centro de custo
      *>            cadastrado e ativo em CCUSTO.CAD (PROGRAMA27) e código
      *>            que não esteja na base morta ARQFUNC.CAD (PROGRAMA22),
      *>            para não impedir a restauração do arquivado — grava os
      *>            registros aceitos em FUNCION.CAD e emite o relatório de
      *>            críticas com o motivo de recusa de cada linha rejeitada.
      *>
                   record key      is reg-chave
                   file status     is ws-resultado-acesso.

            select arqccusto01 assign to disk wid-arqccusto01
                   organization    is indexed
                   access mode     is random
                   record key      is ccu-chave
                   file status     is ws-resultado-acesso-ccusto.

            select arqmortofunc01 assign to disk wid-arqmortofunc01
                   organization    is indexed
                   access mode     is random
                   record key      is mfu-chave
                   file status     is ws-resultado-acesso-mfunc.

            select arqimportacao01 assign to disk wid-arqimportacao01
                   organization is line sequential
                   access mode is sequential
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

      *>            Base morta do PROGRAMA22: só a chave interessa aqui.
       fd  arqmortofunc01.

       01  reg-arq-mortofunc-01.
           03  mfu-chave.
               05  mfu-cd-funcionario    pic 9(07).
           03  filler                    pic x(204).

       fd  arqimportacao01.

               88 ws-importacao-ok         value "00" "02".
            03 ws-resultado-acesso-crit    pic x(2).
               88 ws-critica-ok            value "00" "02".
            03 ws-resultado-acesso-ccusto  pic x(2).
               88 ws-ccusto-ok             value "00" "02".
            03 ws-resultado-acesso-mfunc   pic x(2).
               88 ws-mfunc-ok              value "00" "02".
               88 ws-mfunc-inexistente     value "35".
            03 ws-sw-base-morta            pic x(01) value "N".
               88 base-morta-aberta        value "S".
            03 ws-nu-linha-arquivo         pic 9(05) value zeros.
            03 ws-qt-aceitos               pic 9(05) value zeros.
            03 ws-qt-rejeitados            pic 9(05) value zeros.
            03 ws-caminho-arqindexado01    pic x(100).
            03 ws-caminho-arqimportacao01  pic x(100).
            03 ws-caminho-arqcritica01     pic x(100).
            03 wid-arqccusto01             pic x(100).
            03 ws-caminho-arqccusto01      pic x(100).
            03 wid-arqmortofunc01          pic x(100).
            03 ws-caminho-arqmortofunc01   pic x(100).
            03 ws-data-atual               pic 9(08).
            03 ws-hora-atual               pic 9(06).

            03 imp-nu-conta                pic x(10).
            03 imp-dv-conta                pic x(01).
            03 imp-tp-conta                pic x(01).
            03 imp-cd-centro-custo         pic x(05).

       01   ws-tamanhos-importacao.
            03 tam-cd-funcionario          pic 9(03).
            03 tam-nu-conta                pic 9(03).
            03 tam-dv-conta                pic 9(03).
            03 tam-tp-conta                pic 9(03).
            03 tam-cd-centro-custo         pic 9(03).

       01   ws-conversao-numerica.
            03 ws-conv-campo               pic x(30).
            03 ws-cd-funcionario-duplicado   pic 9(07).
            03 ws-cd-funcionario-candidato   pic 9(07).
            03 ws-cp-funcionario-candidato   pic 9(11).
            03 ws-cd-centro-custo-candidato  pic 9(05).

       01   ws-linhas-de-impressao.
            03 ws-linha-cabecalho-1.
                 move ws-caminho-arqcritica01  to wid-arqcritica01
            end-if

            move spaces to ws-caminho-arqccusto01
            accept ws-caminho-arqccusto01 from environment "CCUSTO_CAD_PATH"
            if   ws-caminho-arqccusto01 = spaces
                 move "C:\CCUSTO.CAD"          to wid-arqccusto01
            else
                 move ws-caminho-arqccusto01   to wid-arqccusto01
            end-if

            move spaces to ws-caminho-arqmortofunc01
            accept ws-caminho-arqmortofunc01 from environment "ARQFUNC_CAD_PATH"
            if   ws-caminho-arqmortofunc01 = spaces
                 move "C:\ARQFUNC.CAD"         to wid-arqmortofunc01
            else
                 move ws-caminho-arqmortofunc01 to wid-arqmortofunc01
            end-if

            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time

                 exit section
            end-if

      *>            Sem o cadastro de centros de custo nenhuma linha passaria
      *>            na crítica: é erro de preparação da carga, não de dados.
            open input arqccusto01
            if   not ws-ccusto-ok
                 display "PROGRAMA09: erro ao abrir CCUSTO.CAD - " ws-resultado-acesso-ccusto
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR CCUSTO.CAD STATUS " ws-resultado-acesso-ccusto
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqimportacao01 arqindexado01
                 exit section
            end-if

      *>            Base morta ainda não criada: nenhum código arquivado.
            open input arqmortofunc01
            if   ws-mfunc-ok
                 set  base-morta-aberta to true
            end-if
            if   not ws-mfunc-ok
            and  not ws-mfunc-inexistente
                 display "PROGRAMA09: erro ao abrir ARQFUNC.CAD - " ws-resultado-acesso-mfunc
                 move 8 to ws-codigo-retorno
                 move spaces to ws-evento-log
                 string "ERRO AO ABRIR ARQFUNC.CAD STATUS " ws-resultado-acesso-mfunc
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqimportacao01 arqindexado01 arqccusto01
                 exit section
            end-if

            open output arqcritica01
            if   not ws-critica-ok
                 display "PROGRAMA09: erro ao abrir relatório de críticas - "
                 string "ERRO AO ABRIR CRITICAS STATUS " ws-resultado-acesso-crit
                        into ws-evento-log
                 perform 7000-grava-log
                 close arqimportacao01 arqindexado01 arqccusto01
                 if   base-morta-aberta
                      close arqmortofunc01
                 end-if
                 exit section
            end-if


            close arqimportacao01
            close arqindexado01
            close arqccusto01
            close arqcritica01
            if   base-morta-aberta
                 close arqmortofunc01
            end-if

            if   ws-codigo-retorno = zeros
                 display "PROGRAMA09: relatório de críticas - " wid-arqcritica01
                     imp-nu-conta           count in tam-nu-conta
                     imp-dv-conta           count in tam-dv-conta
                     imp-tp-conta           count in tam-tp-conta
                     imp-cd-centro-custo    count in tam-cd-centro-custo
            end-unstring.
       2200-exit.
            exit.

      *>============================================================================================
      *>            Mesmas críticas da gravação online do PROGRAMA01:
      *>            código (inclusive arquivado na base morta), CPF
      *>            (dígitos verificadores), campos obrigatórios Estado
      *>            Civil e UF, centro de custo cadastrado e ativo e CPF
      *>            duplicado na base.
      *>============================================================================================
       2300-critica-registro section.
       2300.
            end-if
            move ws-conv-valor to ws-cd-funcionario-candidato

            if   base-morta-aberta
                 move ws-cd-funcionario-candidato to mfu-cd-funcionario
                 read arqmortofunc01
                 if   ws-mfunc-ok
                      move "CODIGO DE FUNCIONARIO ARQUIVADO NA BASE MORTA"
                           to ws-motivo-rejeicao
                      set  registro-rejeitado to true
                      exit section
                 end-if
            end-if

            move imp-cp-funcionario to ws-conv-campo
            move tam-cp-funcionario to ws-conv-tamanho
            perform 2700-converte-numerico
                 exit section
            end-if

            move imp-cd-centro-custo to ws-conv-campo
            move tam-cd-centro-custo to ws-conv-tamanho
            perform 2700-converte-numerico
            if   conversao-nok or ws-conv-valor = zeros
            or   ws-conv-tamanho is greater than 5
                 move "CENTRO DE CUSTO AUSENTE OU NAO NUMERICO" to ws-motivo-rejeicao
                 set  registro-rejeitado to true
                 exit section
            end-if
            move ws-conv-valor to ws-cd-centro-custo-candidato
            move ws-cd-centro-custo-candidato to ccu-cd-centro-custo
            read arqccusto01
            if   not ws-ccusto-ok
                 move "CENTRO DE CUSTO NAO CADASTRADO" to ws-motivo-rejeicao
                 set  registro-rejeitado to true
                 exit section
            end-if
            if   centro-custo-inativo
                 move "CENTRO DE CUSTO INATIVO" to ws-motivo-rejeicao
                 set  registro-rejeitado to true
                 exit section
            end-if

            perform 2955-verifica-cpf-duplicado
            if   cpf-duplicado
                 move spaces to ws-motivo-rejeicao
            move imp-ba-funcionario          to reg-ba-funcionario
            move imp-dv-conta                to reg-dv-conta
            move imp-tp-conta                to reg-tp-conta
            move ws-cd-centro-custo-candidato to reg-cd-centro-custo

            move imp-nu-funcionario to ws-conv-campo
            move tam-nu-funcionario to ws-conv-tamanho

                   lock mode       is manual
                   file status     is ws-resultado-acesso-salhist.

            select arqmortofunc01 assign to disk wid-arqmortofunc01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mfu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-mfunc.

            select arqccusto01 assign to disk wid-arqccusto01
                   organization    is indexed
                   access mode     is random
                   record key      is ccu-chave
                   file status     is ws-resultado-acesso-ccusto.

      *>============================================================================================
       data division.

           *>   calculado pelo programa a partir dos dependentes cadastrados
           *>   em FUNDEP.CAD (cota oficial por filho menor de 14 anos,
           *>   devida apenas até o limite de remuneração vigente)
           *> . código de funcionário transferido para a base morta
           *>   (ARQFUNC.CAD, PROGRAMA22) não pode ser reutilizado em novo
           *>   cadastro, para que a restauração não encontre o código ocupado
           *> . LOG.TXT passa a levar os dados bancários nas linhas Gravou,
           *>   Modificou e Excluiu, e cada Modificou é precedida da linha
           *>   Anterior com os valores de antes, para a auditoria (PROGRAMA26)
           *> . centro de custo (lotação) obrigatório no cadastro, aceito só
           *>   se cadastrado e ativo em CCUSTO.CAD (PROGRAMA27); centro que
           *>   foi inativado continua valendo para quem já está nele.
           *>   Vai também no fim das linhas do LOG.TXT
       *>CONCLUIDO


               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqsequencial01.

       01  reg-arq-sequencial-01         pic x(250).

       fd  arqfundep01.

           03  his-vl-salario-familia-novo   pic 9(05)v99.
           03  his-op-alteracao              pic x(10).

      *>            Base morta do PROGRAMA22: só a chave interessa aqui.
       fd  arqmortofunc01.

       01  reg-arq-mortofunc-01.
           03  mfu-chave.
               05  mfu-cd-funcionario    pic 9(07).
           03  filler                    pic x(204).

      *>            Centros de custo do PROGRAMA27: só consulta.
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

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".
               88 cpf-nao-duplicado          value "N".
            03 ws-cd-funcionario-duplicado   pic 9(07).

       01   ws-verifica-codigo-arquivado.
            03 ws-resultado-acesso-mfunc     pic x(2).
               88 ws-mfunc-ok                value "00" "02".
            03 ws-sw-codigo-arquivado        pic x(01).
               88 codigo-arquivado           value "S".
               88 codigo-nao-arquivado       value "N".

       01   ws-pesquisa-funcionario.
            03 ws-sw-linha-pesquisa          pic x(01).
               88 ws-linha-confere           value "S".
            03 ws-dt-admissao-ant            pic 9(08).
            03 ws-dt-demissao-ant            pic 9(08).

      *>            Imagem do registro antes da modificação, gravada no
      *>            LOG.TXT na linha "Anterior" para a auditoria comparar
      *>            campo a campo com a linha "Modificou" seguinte.
       01   ws-cadastro-anterior.
            03 ant-cd-funcionario            pic 9(07).
            03 ant-no-funcionario            pic x(30).
            03 ant-en-funcionario            pic x(30).
            03 ant-nu-funcionario            pic 9(05).
            03 ant-cp-funcionario            pic 9(11).
            03 ant-te-funcionario            pic 9(09).
            03 ant-vl-salario-base           pic 9(07)v99.
            03 ant-vl-salario-familia        pic 9(05)v99.
            03 ant-ec-funcionario            pic x(01).
            03 ant-uf-funcionario            pic x(02).
            03 ant-ci-funcionario            pic x(17).
            03 ant-ba-funcionario            pic x(17).
            03 ant-dt-hr-alteracao           pic 9(14).
            03 ant-cd-banco                  pic 9(03).
            03 ant-nu-agencia                pic 9(05).
            03 ant-nu-conta                  pic 9(10).
            03 ant-dv-conta                  pic x(01).
            03 ant-tp-conta                  pic x(01).
            03 ant-op-alteracao              pic x(10).
            03 ant-dt-admissao               pic 9(08).
            03 ant-dt-demissao               pic 9(08).
            03 ant-sit-funcionario           pic x(01).
            03 ant-cd-centro-custo           pic 9(05).

       01   ws-verifica-centro-custo.
            03 ws-resultado-acesso-ccusto    pic x(2).
               88 ws-ccusto-ok               value "00" "02".
            03 ws-sw-centro-custo            pic x(01).
               88 centro-custo-valido        value "V".
               88 centro-custo-nao-cadastrado value "N".
               88 centro-custo-inativado     value "I".

       01   ws-historico-salarial.
            03 ws-resultado-acesso-salhist   pic x(2).
               88 ws-salhist-ok              value "00" "02".

       01   ws-configuracao-arquivos.
            03 ws-caminho-arqindexado01      pic x(100).
            03 wid-arqindexado01             pic x(100).
            03 ws-caminho-arqsequencial01    pic x(100).
            03 wid-arqsequencial01           pic x(100).
            03 ws-caminho-arqfundep01        pic x(100).
            03 wid-arqfundep01               pic x(100).
            03 ws-caminho-arqtabfolha01      pic x(100).
            03 wid-arqusuario01              pic x(100).
            03 ws-caminho-arqsalhist01       pic x(100).
            03 wid-arqsalhist01              pic x(100).
            03 ws-caminho-arqmortofunc01     pic x(100).
            03 wid-arqmortofunc01            pic x(100).
            03 ws-caminho-arqccusto01        pic x(100).
            03 wid-arqccusto01               pic x(100).

       01   ws-holerite.
            03 ws-salario-bruto              pic 9(07)v99.
               05 f-dt-admissao                 pic 9(08) identified by "dtAdmissao".
               05 f-dt-demissao                 pic 9(08) identified by "dtDemissao".
               05 f-st-funcionario              pic x(01) identified by "stFuncionario".
               05 f-cd-centro-custo             pic 9(05) identified by "cdCentroCusto".
               05 f-nu-dependente               pic 9(02) identified by "nuDependente".
               05 f-no-dependente               pic x(30) identified by "noDependente".
               05 f-dt-nascimento-dep           pic 9(08) identified by "dtNascimentoDep".
                 move "C:\SALHIST.CAD"         to wid-arqsalhist01
            else
                 move ws-caminho-arqsalhist01  to wid-arqsalhist01
            end-if

            move spaces to ws-caminho-arqmortofunc01
            accept ws-caminho-arqmortofunc01 from environment "ARQFUNC_CAD_PATH"
            if   ws-caminho-arqmortofunc01 = spaces
                 move "C:\ARQFUNC.CAD"         to wid-arqmortofunc01
            else
                 move ws-caminho-arqmortofunc01 to wid-arqmortofunc01
            end-if

            move spaces to ws-caminho-arqccusto01
            accept ws-caminho-arqccusto01 from environment "CCUSTO_CAD_PATH"
            if   ws-caminho-arqccusto01 = spaces
                 move "C:\CCUSTO.CAD"          to wid-arqccusto01
            else
                 move ws-caminho-arqccusto01   to wid-arqccusto01
            end-if.
       1050-exit.
            exit.
                 perform 8000-tela
                 exit section
            end-if
            perform 2959-verifica-centro-custo
            if   centro-custo-nao-cadastrado
                 exec html
                    <script>
                        alert( 'Centro de custo :f-cd-centro-custo não cadastrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            if   centro-custo-inativado
                 exec html
                    <script>
                        alert( 'Centro de custo :f-cd-centro-custo inativo' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            perform 2800-abre
            if   ws-operacao-ok
                 perform 2955-verifica-cpf-duplicado
                      perform 8000-tela
                      exit section
                 end-if
                 perform 2958-verifica-codigo-arquivado
                 if   codigo-arquivado
                      exec html
                         <script>
                             alert( 'Código :f-cd-funcionario pertence a funcionário arquivado na base morta' );
                         </script>
                      end-exec
                      perform 8000-tela
                      exit section
                 end-if
                 perform 2900-move
                 if   reg-dt-admissao = zeros
                      accept ws-data-atual from date yyyymmdd
                        f-ec-funcionario ";"
                        f-uf-funcionario ";"
                        f-ci-funcionario delimited by "   " ";"
                        f-ba-funcionario delimited by "   " ";"
                        f-cd-banco ";"
                        f-nu-agencia ";"
                        f-nu-conta ";"
                        f-dv-conta ";"
                        f-tp-conta ";"
                        f-cd-centro-custo ";" into reg-arq-sequencial-01
                 write reg-arq-sequencial-01
            end-if
            perform 8000-tela.
                        reg-ec-funcionario ";"
                        reg-uf-funcionario ";"
                        reg-ci-funcionario delimited by "   " ";"
                        reg-ba-funcionario delimited by "   " ";"
                        reg-cd-banco ";"
                        reg-nu-agencia ";"
                        reg-nu-conta ";"
                        reg-dv-conta ";"
                        reg-tp-conta ";"
                        reg-cd-centro-custo ";" into reg-arq-sequencial-01
                 write reg-arq-sequencial-01
                 delete arqindexado01
                 if   ws-operacao-ok
      *>            varredura de CPF duplicado, que lê toda a base pela
      *>            mesma área de registro e a deixa posicionada no último
      *>            registro do arquivo.
                 move reg-arq-indexado-01    to ws-cadastro-anterior
                 move reg-sit-funcionario    to ws-sit-funcionario-ant
                 move reg-dt-admissao        to ws-dt-admissao-ant
                 move reg-dt-demissao        to ws-dt-demissao-ant
                 move reg-vl-salario-base    to ws-vl-salario-base-ant
                 move reg-vl-salario-familia to ws-vl-salario-familia-ant
                 perform 2959-verifica-centro-custo
                 if   centro-custo-nao-cadastrado
                      exec html
                         <script>
                             alert( 'Centro de custo :f-cd-centro-custo não cadastrado' );
                         </script>
                      end-exec
                      perform 8000-tela
                      exit section
                 end-if
                 if   centro-custo-inativado
                 and  f-cd-centro-custo not = ant-cd-centro-custo
                      exec html
                         <script>
                             alert( 'Centro de custo :f-cd-centro-custo inativo' );
                         </script>
                      end-exec
                      perform 8000-tela
                      exit section
                 end-if
                 perform 2955-verifica-cpf-duplicado
                 if   cpf-duplicado
                      exec html
                 end-exec
                 open extend arqsequencial01
                 move spaces to reg-arq-sequencial-01
                 string ws-data-atual ";"
                        ws-hora-atual ";"
                        "Anterior "
                        f-op-login delimited by "   " ";"
                        ant-cd-funcionario ";"
                        ant-no-funcionario delimited by "   " ";"
                        ant-en-funcionario delimited by "   " ";"
                        ant-nu-funcionario delimited by "   " ";"
                        ant-cp-funcionario ";"
                        ant-te-funcionario ";"
                        ant-vl-salario-base ";"
                        ant-vl-salario-familia ";"
                        ant-ec-funcionario ";"
                        ant-uf-funcionario ";"
                        ant-ci-funcionario delimited by "   " ";"
                        ant-ba-funcionario delimited by "   " ";"
                        ant-cd-banco ";"
                        ant-nu-agencia ";"
                        ant-nu-conta ";"
                        ant-dv-conta ";"
                        ant-tp-conta ";"
                        ant-cd-centro-custo ";" into reg-arq-sequencial-01
                 write reg-arq-sequencial-01
                 move spaces to reg-arq-sequencial-01
                 string ws-data-atual ";"
                        ws-hora-atual ";"
                        "Modificou "
                        f-ec-funcionario ";"
                        f-uf-funcionario ";"
                        f-ci-funcionario delimited by "   " ";"
                        f-ba-funcionario delimited by "   " ";"
                        f-cd-banco ";"
                        f-nu-agencia ";"
                        f-nu-conta ";"
                        f-dv-conta ";"
                        f-tp-conta ";"
                        f-cd-centro-custo ";" into reg-arq-sequencial-01
                 write reg-arq-sequencial-01
            end-if
            perform 8000-tela.
            move f-nu-conta                 to reg-nu-conta
            move f-dv-conta                 to reg-dv-conta
            move f-tp-conta                 to reg-tp-conta
            move f-dt-admissao              to reg-dt-admissao
            move f-cd-centro-custo          to reg-cd-centro-custo.
       2900-exit.
            exit.

       2956-compara-cpf-duplicado-exit.
            exit.

      *>============================================================================================
      *>            Código presente na base morta continua reservado para o
      *>            funcionário arquivado. Base morta inexistente = nenhum
      *>            funcionário arquivado ainda.
      *>============================================================================================
       2958-verifica-codigo-arquivado section.
       2958.
            set  codigo-nao-arquivado to true
            open input arqmortofunc01
            if   not ws-mfunc-ok
                 exit section
            end-if
            move f-cd-funcionario to mfu-cd-funcionario
            read arqmortofunc01
            if   ws-mfunc-ok
                 set  codigo-arquivado to true
            end-if
            close arqmortofunc01.
       2958-exit.
            exit.

      *>============================================================================================
      *>            Centro de custo informado tem de estar em CCUSTO.CAD;
      *>            se inativo, o chamador decide (nova lotação é recusada,
      *>            quem já estava no centro continua).
      *>============================================================================================
       2959-verifica-centro-custo section.
       2959.
            set  centro-custo-nao-cadastrado to true
            open input arqccusto01
            if   not ws-ccusto-ok
                 exit section
            end-if
            move f-cd-centro-custo to ccu-cd-centro-custo
            read arqccusto01
            if   ws-ccusto-ok
                 if   centro-custo-inativo
                      set  centro-custo-inativado to true
                 else
                      set  centro-custo-valido to true
                 end-if
            end-if
            close arqccusto01.
       2959-exit.
            exit.

      *>============================================================================================
       2957-valida-campos-obrigatorios section.
       2957.
            and  f-uf-funcionario = spaces
                 move "UF"                to ws-campo-obrigatorio-faltante
                 set  campos-obrigatorios-nok to true
            end-if

            if   campos-obrigatorios-ok
            and  f-cd-centro-custo = zeros
                 move "Centro de Custo"   to ws-campo-obrigatorio-faltante
                 set  campos-obrigatorios-nok to true
            end-if.
       2957-exit.
            exit.
                  document.all.nuConta.value =          ":reg-nu-conta";
                  document.all.dvConta.value =          ":reg-dv-conta";
                  document.all.tpConta.value =          ":reg-tp-conta";
                  document.all.cdCentroCusto.value =    ":reg-cd-centro-custo";
                  document.all.dtAdmissao.value =       ":reg-dt-admissao";
                  document.all.dtDemissao.value =       ":reg-dt-demissao";
                  document.all.stFuncionario.value =    ":reg-sit-funcionario";

                              <TD class=titulocampo>Demissão (p/ Desligar)&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=dtDemissao tabIndex=19 size=08 maxlength=8 onKeyPress="return SomenteNumeros();" ></TD>
                           <TR>
                              <TD class=titulocampo>Centro de Custo&nbsp;</TD>
                              <TD colspan=3><INPUT class="campo" bloco=1 name=cdCentroCusto tabIndex=20 size=05 maxlength=5 obrigatorio=1 onKeyPress="return SomenteNumeros();" ></TD>
                           <TR>
                              <TD class=titulocampo>Situação&nbsp;</TD>
                              <TD colspan=3><INPUT class="campo" bloco=1 name=stFuncionario size=01 maxlength=1 READONLY ></TD>

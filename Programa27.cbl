      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA27.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>                 Manutenção dos Centros de Custo (CCUSTO.CAD)
      *>            --------------------------------------------------------
      *>            Cadastro dos centros de custo (lotação) usados para
      *>            apurar o custo da folha por departamento: código,
      *>            descrição, responsável e situação (A = ativo,
      *>            I = inativo). Cada funcionário recebe o seu centro de
      *>            custo na tela do PROGRAMA01 (ou na importação do
      *>            PROGRAMA09), que só aceitam centro cadastrado e ativo;
      *>            o PROGRAMA05 grava o centro em cada FOLHAMES e o
      *>            PROGRAMA29 emite o custo da folha por centro de custo.
      *>
      *>            Centro de custo que deixa de existir deve ser
      *>            INATIVADO, não excluído: continua valendo para quem já
      *>            está nele e para as folhas passadas, mas não aceita
      *>            novas lotações. A exclusão física só é aceita quando
      *>            nenhum funcionário de FUNCION.CAD nem da base morta
      *>            (ARQFUNC.CAD, que o PROGRAMA22 pode restaurar) está no
      *>            centro, para corrigir cadastro feito por engano; sem
      *>            conseguir ler esses arquivos a exclusão é recusada.
      *>
      *>            Gravar, modificar e excluir são restritos ao perfil
      *>            supervisor, como nas tabelas de folha do PROGRAMA06.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.
      *>============================================================================================

            select arqccusto01 assign to disk wid-arqccusto01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is ccu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso.

            select arqindexado01 assign to disk wid-arqindexado01
                   organization    is indexed
                   access mode     is sequential
                   record key      is reg-chave
                   file status     is ws-resultado-acesso-funcion.

            select arqmortofunc01 assign to disk wid-arqmortofunc01
                   organization    is indexed
                   access mode     is sequential
                   record key      is mfu-chave
                   file status     is ws-resultado-acesso-mfunc.

            select arqusuario01 assign to disk wid-arqusuario01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is usu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-usuario.

      *>============================================================================================
       data division.

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

      *>            Base morta do PROGRAMA22: só a chave e o centro.
       fd  arqmortofunc01.

       01  reg-arq-mortofunc-01.
           03  mfu-chave.
               05  mfu-cd-funcionario    pic 9(07).
           03  filler                    pic x(199).
           03  mfu-cd-centro-custo       pic 9(05).

       fd  arqusuario01.

       01  reg-arq-usuario-01.
           03  usu-chave.
               05  usu-cd-login          pic x(10).
           03  usu-no-usuario            pic x(30).
           03  usu-senha                 pic x(10).
           03  usu-perfil                pic x(01).

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso      pic x(2).
               88 ws-operacao-ok        value "00" "02".
               88 ws-arq-inexistente    value "35".
               88 ws-chave-duplicada    value "22".
            03 ws-data-atual            pic 9(08).
            03 ws-hora-atual            pic 9(06).
            03 ws-ds-centro-custo-seguro pic x(30).
            03 ws-no-responsavel-seguro pic x(30).

       01   ws-verifica-lotacao.
            03 ws-resultado-acesso-funcion   pic x(2).
               88 ws-funcion-ok              value "00" "02".
            03 ws-resultado-acesso-mfunc     pic x(2).
               88 ws-mfunc-ok                value "00" "02".
               88 ws-mfunc-inexistente       value "35".
            03 ws-qt-funcionarios-lotados    pic 9(07).
            03 ws-cd-funcionario-lotado      pic 9(07).
            03 ws-sw-lotacao-verificada      pic x(01).
               88 lotacao-verificada         value "S".
               88 lotacao-nao-verificada     value "N".
            03 ws-ds-arquivo-lotacao         pic x(11).
            03 ws-resultado-erro-lotacao     pic x(2).

       01   ws-controle-operador.
            03 ws-resultado-acesso-usuario   pic x(2).
               88 ws-usuario-ok              value "00" "02".
               88 ws-usuario-inexistente     value "35".
            03 ws-sw-operador-autenticado    pic x(01) value "N".
               88 operador-autenticado       value "S".
               88 operador-nao-autenticado   value "N".
            03 ws-perfil-operador            pic x(01).
               88 operador-consulta          value "C".
               88 operador-digitacao         value "D".
               88 operador-supervisor        value "S".
            03 ws-sw-operacao-permitida      pic x(01).
               88 operacao-permitida         value "S".
               88 operacao-negada            value "N".
            03 ws-op-login-seguro            pic x(10).
            03 ws-op-senha-seguro            pic x(10).

       01   ws-configuracao-arquivos.
            03 ws-caminho-arqccusto01        pic x(100).
            03 wid-arqccusto01               pic x(100).
            03 ws-caminho-arqindexado01      pic x(100).
            03 wid-arqindexado01             pic x(100).
            03 ws-caminho-arqmortofunc01     pic x(100).
            03 wid-arqmortofunc01            pic x(100).
            03 ws-caminho-arqusuario01       pic x(100).
            03 wid-arqusuario01              pic x(100).

       01   cgi-input is external-form.
            03 f-campos-formulario.
               05 f-opcao                       pic 9(07) identified by "opcao".
               05 f-cd-centro-custo             pic 9(05) identified by "cdCentroCusto".
               05 f-ds-centro-custo             pic x(30) identified by "dsCentroCusto".
               05 f-no-responsavel              pic x(30) identified by "noResponsavel".
               05 f-sit-centro-custo            pic x(01) identified by "stCentroCusto".
               05 f-op-login                    pic x(10) identified by "opLogin".
               05 f-op-senha                    pic x(10) identified by "opSenha".

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>============================================================================================
       1000-inicializacao section.
       1000.
            move spaces                 to cgi-input
            initialize                  cgi-input
            accept cgi-input

            perform 1050-obtem-caminhos
            perform 1100-cabecalho-html-aux
            .

       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqccusto01
            accept ws-caminho-arqccusto01 from environment "CCUSTO_CAD_PATH"
            if   ws-caminho-arqccusto01 = spaces
                 move "C:\CCUSTO.CAD"          to wid-arqccusto01
            else
                 move ws-caminho-arqccusto01   to wid-arqccusto01
            end-if

            move spaces to ws-caminho-arqindexado01
            accept ws-caminho-arqindexado01 from environment "FUNCION_CAD_PATH"
            if   ws-caminho-arqindexado01 = spaces
                 move "C:\FUNCION.CAD"         to wid-arqindexado01
            else
                 move ws-caminho-arqindexado01 to wid-arqindexado01
            end-if

            move spaces to ws-caminho-arqmortofunc01
            accept ws-caminho-arqmortofunc01 from environment "ARQFUNC_CAD_PATH"
            if   ws-caminho-arqmortofunc01 = spaces
                 move "C:\ARQFUNC.CAD"         to wid-arqmortofunc01
            else
                 move ws-caminho-arqmortofunc01 to wid-arqmortofunc01
            end-if

            move spaces to ws-caminho-arqusuario01
            accept ws-caminho-arqusuario01 from environment "USUARIO_CAD_PATH"
            if   ws-caminho-arqusuario01 = spaces
                 move "C:\USUARIO.CAD"         to wid-arqusuario01
            else
                 move ws-caminho-arqusuario01  to wid-arqusuario01
            end-if.
       1050-exit.
            exit.

      *>============================================================================================
       1100-cabecalho-html-aux section.
       1100.
            exec html
<html>
<!DOCTYPE HTML PUBLIC "-//W3C//DTD HTML 4.0 Transitional//EN">
<HEAD>
<meta http-equiv="Expires" content="Mon, 01 Jan 1996 12:12:00 GMT">
<meta http-equiv="Pragma" content="no-cache">
<META content="text/html; charset=windows-1252" http-equiv=Content-Type>
<HEAD> <TITLE>PROGRAMA 27</TITLE> </HEAD>
<script src="funcoes.js" language="JavaScript"></script>
<script src="funcoes.vbs" language="VbScript"></script>
<BODY leftMargin=0 topMargin=0 marginheight="0" marginwidth="0">
<FORM name=form1 method=post>
            end-exec.
       1100-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   f-opcao = 0
                 perform 8300-tela-login
                 exit section
            end-if

            perform 2980-valida-operador
            if   operador-nao-autenticado
                 exec html
                    <script>
                        alert( 'Operador ou senha inválidos' );
                    </script>
                 end-exec
                 perform 8300-tela-login
                 exit section
            end-if

            if   f-opcao = 14
                 perform 2100-carrega-tela
                 exit section
            end-if

            perform 2985-verifica-permissao
            if   operacao-negada
                 exec html
                    <script>
                        alert( 'Operação não permitida para o seu perfil' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            evaluate f-opcao
                when 2
                    perform 2200-salva
                when 3
                    perform 2300-exclui
                when 4
                    perform 2400-carrega
                when 6
                    perform 2600-modifica
                when 7
                    perform 2700-limpa
                when other
                    exec html
                       <script>
                           alert( 'Opção inválida' );
                       </script>
                    end-exec
            end-evaluate.
       2000-exit.
            exit.

      *>============================================================================================
       2100-carrega-tela section.
       2100.
            perform 8000-tela.
       2100-exit.
            exit.

      *>============================================================================================
       2200-salva section.
       2200.
            perform 2950-valida-campos
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            perform 2800-abre
            if   ws-operacao-ok
                 perform 2900-move
                 write reg-arq-ccusto-01
                 if   ws-chave-duplicada
                      exec html
                         <script>
                             alert( 'Centro de custo :f-cd-centro-custo já cadastrado, use Modificar' );
                         </script>
                      end-exec
                 else
                      exec html
                         <script>
                             alert( 'Gravou centro de custo :f-cd-centro-custo' );
                         </script>
                      end-exec
                 end-if
            end-if
            perform 8000-tela.
       2200-exit.
            exit.

      *>============================================================================================
       2300-exclui section.
       2300.
            perform 2800-abre
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            move f-cd-centro-custo to ccu-cd-centro-custo
            read arqccusto01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Centro de custo não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            perform 2310-verifica-lotacao
            if   lotacao-nao-verificada
                 exec html
                    <script>
                        alert( 'Erro :ws-resultado-erro-lotacao ao ler :ws-ds-arquivo-lotacao, não foi possível verificar os funcionários lotados. Exclusão recusada' );
                    </script>
                 end-exec
                 perform 8000-tela
                 perform 2990-localiza
                 exit section
            end-if
            if   ws-qt-funcionarios-lotados not = zeros
                 exec html
                    <script>
                        alert( 'Centro de custo com :ws-qt-funcionarios-lotados funcionário(s) lotado(s), o primeiro é :ws-cd-funcionario-lotado. Inative em vez de excluir' );
                    </script>
                 end-exec
                 perform 8000-tela
                 perform 2990-localiza
                 exit section
            end-if

            delete arqccusto01
            exec html
               <script>
                   alert( 'Centro de custo excluído' );
               </script>
            end-exec
            perform 8000-tela.
       2300-exit.
            exit.

      *>============================================================================================
      *>            Conta em FUNCION.CAD, inclusive desligados, e na base
      *>            morta quem está no centro de custo: desligado também
      *>            aparece nos relatórios das folhas em que foi pago, e o
      *>            arquivado pode voltar pelo PROGRAMA22. Base morta ainda
      *>            não criada não tem ninguém; qualquer outro erro deixa a
      *>            lotação não verificada.
      *>============================================================================================
       2310-verifica-lotacao section.
       2310.
            move zeros to ws-qt-funcionarios-lotados
            move zeros to ws-cd-funcionario-lotado
            set  lotacao-nao-verificada to true
            open input arqindexado01
            if   not ws-funcion-ok
                 move "FUNCION.CAD"               to ws-ds-arquivo-lotacao
                 move ws-resultado-acesso-funcion to ws-resultado-erro-lotacao
                 exit section
            end-if
            read arqindexado01 next
            perform 2315-conta-lotado
               thru 2315-conta-lotado-exit
               until not ws-funcion-ok
            close arqindexado01

            open input arqmortofunc01
            if   ws-mfunc-inexistente
                 set  lotacao-verificada to true
                 exit section
            end-if
            if   not ws-mfunc-ok
                 move "ARQFUNC.CAD"               to ws-ds-arquivo-lotacao
                 move ws-resultado-acesso-mfunc   to ws-resultado-erro-lotacao
                 exit section
            end-if
            read arqmortofunc01 next
            perform 2317-conta-arquivado
               thru 2317-conta-arquivado-exit
               until not ws-mfunc-ok
            close arqmortofunc01
            set  lotacao-verificada to true.
       2310-exit.
            exit.

      *>============================================================================================
       2315-conta-lotado section.
       2315.
            if   reg-cd-centro-custo = f-cd-centro-custo
                 add  1 to ws-qt-funcionarios-lotados
                 if   ws-cd-funcionario-lotado = zeros
                      move reg-cd-funcionario to ws-cd-funcionario-lotado
                 end-if
            end-if
            read arqindexado01 next.
       2315-conta-lotado-exit.
            exit.

      *>============================================================================================
       2317-conta-arquivado section.
       2317.
            if   mfu-cd-centro-custo = f-cd-centro-custo
                 add  1 to ws-qt-funcionarios-lotados
                 if   ws-cd-funcionario-lotado = zeros
                      move mfu-cd-funcionario to ws-cd-funcionario-lotado
                 end-if
            end-if
            read arqmortofunc01 next.
       2317-conta-arquivado-exit.
            exit.

      *>============================================================================================
       2400-carrega section.
       2400.
            perform 2800-abre
            move f-cd-centro-custo to ccu-cd-centro-custo
            read arqccusto01
            if   ws-operacao-ok
                 perform 8000-tela
                 perform 2990-localiza
            else
                 perform 8000-tela
                 exec html
                    <script>
                        alert( 'Centro de custo não encontrado' );
                    </script>
                 end-exec
            end-if.
       2400-exit.
            exit.

      *>============================================================================================
       2600-modifica section.
       2600.
            perform 2950-valida-campos
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            perform 2800-abre
            move f-cd-centro-custo to ccu-cd-centro-custo
            read arqccusto01
            if   ws-operacao-ok
                 perform 2900-move
                 rewrite reg-arq-ccusto-01
                 exec html
                    <script>
                        alert( 'Modificou centro de custo :f-cd-centro-custo' );
                    </script>
                 end-exec
            else
                 exec html
                    <script>
                        alert( 'Centro de custo não encontrado' );
                    </script>
                 end-exec
            end-if
            perform 8000-tela.
       2600-exit.
            exit.

      *>============================================================================================
       2700-limpa section.
       2700.
            perform 8000-tela.
       2700-exit.
            exit.

      *>============================================================================================
       2800-abre section.
       2800.
            open i-o arqccusto01
            if   ws-arq-inexistente
                 open output arqccusto01
                 close arqccusto01
                 open i-o arqccusto01
            end-if
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Erro :ws-resultado-acesso' );
                    </script>
                 end-exec
                 exit section
            end-if.
       2800-exit.
            exit.

      *>============================================================================================
       2900-move section.
       2900.
            initialize reg-arq-ccusto-01
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            move f-cd-centro-custo          to ccu-cd-centro-custo
            move f-ds-centro-custo          to ccu-ds-centro-custo
            move f-no-responsavel           to ccu-no-responsavel
            move f-sit-centro-custo         to ccu-sit-centro-custo
            move ws-data-atual              to ccu-dt-alteracao
            move ws-hora-atual              to ccu-hr-alteracao
            move f-op-login                 to ccu-op-alteracao.
       2900-exit.
            exit.

      *>============================================================================================
      *>            Código, descrição e situação válida são obrigatórios;
      *>            o status de retorno fica em ws-resultado-acesso para o
      *>            chamador seguir o mesmo teste da abertura do arquivo.
      *>============================================================================================
       2950-valida-campos section.
       2950.
            move "00" to ws-resultado-acesso
            if   f-cd-centro-custo = zeros
                 exec html
                    <script>
                        alert( 'Informe o código do centro de custo' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-ds-centro-custo = spaces
                 exec html
                    <script>
                        alert( 'Campo obrigatório não preenchido: Descrição' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-sit-centro-custo not = "A"
            and  f-sit-centro-custo not = "I"
                 exec html
                    <script>
                        alert( 'Campo obrigatório não preenchido: Situação' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
            end-if.
       2950-exit.
            exit.

      *>============================================================================================
      *>            Abre USUARIO.CAD; se o arquivo ainda não existe, cria
      *>            com o supervisor inicial ADMIN/ADMIN, como no PROGRAMA01.
      *>============================================================================================
       2975-abre-usuario section.
       2975.
            open i-o arqusuario01
            if   ws-usuario-inexistente
                 open output arqusuario01
                 initialize reg-arq-usuario-01
                 move "ADMIN"       to usu-cd-login
                 move "Supervisor"  to usu-no-usuario
                 move "ADMIN"       to usu-senha
                 move "S"           to usu-perfil
                 write reg-arq-usuario-01
                 close arqusuario01
                 open i-o arqusuario01
            end-if.
       2975-exit.
            exit.

      *>============================================================================================
       2980-valida-operador section.
       2980.
            set  operador-nao-autenticado to true
            move spaces to ws-perfil-operador
            if   f-op-login = spaces
                 exit section
            end-if
            perform 2975-abre-usuario
            if   not ws-usuario-ok
                 exit section
            end-if
            move f-op-login to usu-cd-login
            read arqusuario01
            if   ws-usuario-ok
            and  usu-senha = f-op-senha
            and  usu-senha not = spaces
                 set  operador-autenticado to true
                 move usu-perfil to ws-perfil-operador
            end-if.
       2980-exit.
            exit.

      *>============================================================================================
      *>            O centro de custo decide onde cai o custo de cada
      *>            funcionário na contabilidade: gravar, modificar e
      *>            excluir são restritos ao perfil supervisor; os demais
      *>            perfis só consultam.
      *>============================================================================================
       2985-verifica-permissao section.
       2985.
            set  operacao-permitida to true
            evaluate f-opcao
                when 2
                when 3
                when 6
                     if   not operador-supervisor
                          set  operacao-negada to true
                     end-if
            end-evaluate.
       2985-exit.
            exit.

      *>============================================================================================
       2936-neutraliza-operador section.
       2936.
            move f-op-login to ws-op-login-seguro
            move f-op-senha to ws-op-senha-seguro
            inspect ws-op-login-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space
            inspect ws-op-senha-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space.
       2936-exit.
            exit.

      *>============================================================================================
      *>            Descrição e responsável são texto livre devolvido para
      *>            dentro de um script: neutraliza os mesmos caracteres do
      *>            login antes de montar a tela.
      *>============================================================================================
       2990-localiza section.
       2990.
            move ccu-ds-centro-custo to ws-ds-centro-custo-seguro
            move ccu-no-responsavel  to ws-no-responsavel-seguro
            inspect ws-ds-centro-custo-seguro replacing all "<" by space
                                                        all ">" by space
                                                        all '"' by space
                                                        all "'" by space
                                                        all "&" by space
            inspect ws-no-responsavel-seguro replacing all "<" by space
                                                       all ">" by space
                                                       all '"' by space
                                                       all "'" by space
                                                       all "&" by space
            exec html
               <script>
                  document.all.cdCentroCusto.value =    ":ccu-cd-centro-custo";
                  document.all.dsCentroCusto.value =    ":ws-ds-centro-custo-seguro";
                  document.all.noResponsavel.value =    ":ws-no-responsavel-seguro";
                  document.all.stCentroCusto.value =    ":ccu-sit-centro-custo";
                  document.all.dtHrAlteracao.value =    ":ccu-dt-alteracao :ccu-hr-alteracao :ccu-op-alteracao";
               </script>
            end-exec.
       2990-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            close arqccusto01 arqusuario01.
       3000-exit.
            exit.

      *>============================================================================================
       8300-tela-login section.
       8300.
            exec html
               <INPUT type=hidden name=opcao>
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>IDENTIFICACAO DO OPERADOR</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Operador&nbsp;</TD>
                              <TD><INPUT class="campo" name=opLogin tabIndex=1 size=10 maxlength=10></TD>
                           <TR>
                              <TD class=titulocampo>Senha&nbsp;</TD>
                              <TD><INPUT class="campo" type=password name=opSenha tabIndex=2 size=10 maxlength=10></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotEntrar AccessKEY="E" tabIndex=3 onClick="Entrar();"><LABEL><U>E</U>ntrar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Entrar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8300-exit.
            exit.

      *>============================================================================================
       8000-tela section.
       8000.
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>CENTROS DE CUSTO</CENTER></TD>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Código&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=cdCentroCusto tabIndex=1 size=05 maxlength=5 onChange="Carregar()" onKeyPress="return SomenteNumeros();"></TD>
                           <TR>
                              <TD class=titulocampo>Descrição&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=dsCentroCusto tabIndex=2 size=30 maxlength=30 obrigatorio=1></TD>
                           <TR>
                              <TD class=titulocampo>Responsável&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=noResponsavel tabIndex=3 size=30 maxlength=30></TD>
                           <TR>
                              <TD class=titulocampo>Situação&nbsp;</TD>
                              <TD><SELECT class="campo" bloco=1 name=stCentroCusto tabIndex=4 obrigatorio=1 >
                              <OPTION value="A">Ativo</OPTIONS>
                              <OPTION value="I">Inativo</OPTIONS>
                              </SELECT></TD>
                           <TR>
                              <TD class=titulocampo>Última alteração&nbsp;</TD>
                              <TD><INPUT class="campo" name=dtHrAlteracao size=30 maxlength=30 READONLY></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE></TD>
                 <TR>
                    <TD>
                        <TABLE border=0 width=100%>
                           <TR>
                              <TD width=100%>&nbsp;
                              <TD><BUTTON name=BotSalvar AccessKEY="S" tabIndex=500 onClick="Salvar();"><LABEL><U>S</U>alvar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotModificar AccessKEY="M" tabIndex=501 onClick="Modificar();"><LABEL><U>M</U>odificar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotLimpar AccessKEY="L" tabIndex=502 onClick="Limpar();"><LABEL><U>L</U>impar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotExcluir AccessKEY="E" tabIndex=503 onClick="Excluir();"><LABEL><U>E</U>xcluir</LABEL></BUTTON></TD>
                        </TABLE></TD>
                 </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Salvar(){
                       document.all.opcao.value = 2;
                       document.form1.submit();
                   }
                   function Excluir(){
                       document.all.opcao.value = 3;
                       document.form1.submit();
                   }
                   function Carregar(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
                   function Modificar(){
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function Limpar(){
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8000-exit.
            exit.

      *>

      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA23.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>                 Consulta da Base Morta (funcionários arquivados)
      *>            --------------------------------------------------------
      *>            Consulta somente leitura dos funcionários que o
      *>            PROGRAMA22 transferiu para a base morta: cadastro,
      *>            dados bancários, dependentes (ARQFUNDEP.CAD), histórico
      *>            salarial (ARQSALHIST.CAD) e períodos de férias
      *>            (ARQFERIAS.CAD). Nada é alterado aqui; para trazer o
      *>            funcionário de volta à base ativa usa-se a restauração
      *>            do PROGRAMA22.
      *>
      *>            A pesquisa lista os funcionários arquivados, com filtro
      *>            opcional pelo nome completo como na pesquisa do
      *>            PROGRAMA01.
      *>
      *>            Mesmo login do PROGRAMA12; todos os perfis consultam.
      *>            Cada funcionário exibido gera uma linha "ConsBaseMo" no
      *>            LOG.TXT, porque a base morta guarda dados pessoais de
      *>            quem já saiu da empresa.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.
      *>============================================================================================

            select arqmortofunc01 assign to disk wid-arqmortofunc01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mfu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso.

            select arqmortodep01 assign to disk wid-arqmortodep01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mdp-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-mdep.

            select arqmortohis01 assign to disk wid-arqmortohis01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mhs-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-mhis.

            select arqmortofer01 assign to disk wid-arqmortofer01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is mfe-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-mfer.

            select arqusuario01 assign to disk wid-arqusuario01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is usu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-usuario.

            select arqsequencial01 assign to disk wid-arqsequencial01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-log.

      *>============================================================================================
       data division.

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

       fd  arqusuario01.

       01  reg-arq-usuario-01.
           03  usu-chave.
               05  usu-cd-login          pic x(10).
           03  usu-no-usuario            pic x(30).
           03  usu-senha                 pic x(10).
           03  usu-perfil                pic x(01).

       fd  arqsequencial01.

       01  reg-arq-sequencial-01         pic x(200).

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso      pic x(2).
               88 ws-operacao-ok        value "00" "02".
               88 ws-arq-inexistente    value "35".
            03 ws-data-atual            pic 9(08).
            03 ws-hora-atual            pic 9(06).

       01   ws-controle-base-morta.
            03 ws-resultado-acesso-mdep      pic x(2).
               88 ws-mdep-ok                 value "00" "02".
            03 ws-resultado-acesso-mhis      pic x(2).
               88 ws-mhis-ok                 value "00" "02".
            03 ws-resultado-acesso-mfer      pic x(2).
               88 ws-mfer-ok                 value "00" "02".
            03 ws-resultado-acesso-log       pic x(2).
            03 ws-sw-base-morta-aberta       pic x(01) value "N".
               88 base-morta-aberta          value "S".
            03 ws-sw-filhos-abertos          pic x(01) value "N".
               88 filhos-abertos             value "S".
            03 ws-sw-linha-confere           pic x(01).
               88 ws-linha-confere           value "S".
               88 ws-linha-nao-confere       value "N".

       01   ws-funcionario-editado.
            03 wfe-vl-salario-base           pic z.zzz.zz9,99.
            03 wfe-vl-salario-familia        pic zz.zz9,99.
            03 wfe-vl-base-ant               pic z.zzz.zz9,99.
            03 wfe-vl-base-novo              pic z.zzz.zz9,99.
            03 wfe-vl-familia-ant            pic zz.zz9,99.
            03 wfe-vl-familia-novo           pic zz.zz9,99.
            03 wfe-ds-situacao-ferias        pic x(10).

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
            03 ws-op-login-seguro            pic x(10).
            03 ws-op-senha-seguro            pic x(10).

       01   ws-pesquisa-funcionario.
            03 ws-no-funcionario-seguro      pic x(30).
            03 ws-en-funcionario-seguro      pic x(30).
            03 ws-ba-funcionario-seguro      pic x(17).
            03 ws-ci-funcionario-seguro      pic x(17).
            03 ws-no-dependente-seguro       pic x(30).
            03 ws-op-alteracao-seguro        pic x(10).
            03 ws-no-pesquisa-seguro         pic x(30).

       01   ws-configuracao-arquivos.
            03 ws-caminho-arqmortofunc01     pic x(100).
            03 wid-arqmortofunc01            pic x(100).
            03 ws-caminho-arqmortodep01      pic x(100).
            03 wid-arqmortodep01             pic x(100).
            03 ws-caminho-arqmortohis01      pic x(100).
            03 wid-arqmortohis01             pic x(100).
            03 ws-caminho-arqmortofer01      pic x(100).
            03 wid-arqmortofer01             pic x(100).
            03 ws-caminho-arqusuario01       pic x(100).
            03 wid-arqusuario01              pic x(100).
            03 ws-caminho-arqsequencial01    pic x(100).
            03 wid-arqsequencial01           pic x(100).

       01   cgi-input is external-form.
            03 f-campos-formulario.
               05 f-opcao                       pic 9(07) identified by "opcao".
               05 f-cd-funcionario              pic 9(07) identified by "cdFuncionario".
               05 f-no-pesquisa                 pic x(30) identified by "noPesquisa".
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

            move spaces to ws-caminho-arqusuario01
            accept ws-caminho-arqusuario01 from environment "USUARIO_CAD_PATH"
            if   ws-caminho-arqusuario01 = spaces
                 move "C:\USUARIO.CAD"         to wid-arqusuario01
            else
                 move ws-caminho-arqusuario01  to wid-arqusuario01
            end-if

            move spaces to ws-caminho-arqsequencial01
            accept ws-caminho-arqsequencial01 from environment "LOG_TXT_PATH"
            if   ws-caminho-arqsequencial01 = spaces
                 move "C:\Treinamento\Treinamento02\LOG.TXT" to wid-arqsequencial01
            else
                 move ws-caminho-arqsequencial01 to wid-arqsequencial01
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
<HEAD> <TITLE>PROGRAMA 23</TITLE> </HEAD>
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

            evaluate f-opcao
                when 14
                    perform 8000-tela
                when 4
                    perform 2400-carrega
                when 10
                    perform 2930-pesquisa
                when other
                    exec html
                       <script>
                           alert( 'Opção inválida' );
                       </script>
                    end-exec
                    perform 8000-tela
            end-evaluate.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Exibe o funcionário arquivado com dependentes,
      *>            histórico salarial e férias.
      *>============================================================================================
       2400-carrega section.
       2400.
            perform 2800-abre
            if   not base-morta-aberta
                 perform 8000-tela
                 exit section
            end-if
            move f-cd-funcionario to mfu-cd-funcionario
            read arqmortofunc01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Funcionário não encontrado na base morta' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            perform 2805-abre-filhos
            perform 7100-grava-log-consulta
            perform 8400-tela-arquivado.
       2400-exit.
            exit.

      *>============================================================================================
       2800-abre section.
       2800.
            if   base-morta-aberta
                 exit section
            end-if
            open input arqmortofunc01
            if   ws-operacao-ok
                 set  base-morta-aberta to true
                 exit section
            end-if
            if   ws-arq-inexistente
                 exec html
                    <script>
                        alert( 'Nenhum funcionário foi arquivado ainda' );
                    </script>
                 end-exec
            else
                 exec html
                    <script>
                        alert( 'Erro na base morta :ws-resultado-acesso' );
                    </script>
                 end-exec
            end-if.
       2800-exit.
            exit.

      *>============================================================================================
      *>            Arquivos filhos ausentes ou com erro apenas deixam a
      *>            lista correspondente vazia.
      *>============================================================================================
       2805-abre-filhos section.
       2805.
            if   filhos-abertos
                 exit section
            end-if
            open input arqmortodep01
            open input arqmortohis01
            open input arqmortofer01
            set  filhos-abertos to true.
       2805-exit.
            exit.

      *>============================================================================================
       2930-pesquisa section.
       2930.
            perform 2800-abre
            if   not base-morta-aberta
                 perform 8000-tela
                 exit section
            end-if
            perform 8100-tela-pesquisa-topo
            move zeros to mfu-chave
            start arqmortofunc01 key is not less than mfu-chave
            if   ws-operacao-ok
                 read arqmortofunc01 next
                 perform 2932-lista-pesquisa-linha
                    thru 2932-lista-pesquisa-linha-exit
                    until not ws-operacao-ok
            end-if
            perform 8110-tela-pesquisa-rodape.
       2930-exit.
            exit.

      *>============================================================================================
       2932-lista-pesquisa-linha section.
       2932.
            set  ws-linha-confere to true
            if   f-no-pesquisa not = spaces
            and  mfu-no-funcionario not = f-no-pesquisa
                 set  ws-linha-nao-confere to true
            end-if
            if   ws-linha-confere
                 perform 2934-neutraliza-cadastro
                 exec html
                    <TR class=linhaPesquisa onclick="SelecionarPesquisa(':mfu-cd-funcionario');">
                       <TD>:mfu-cd-funcionario</TD>
                       <TD>:ws-no-funcionario-seguro</TD>
                       <TD>:mfu-dt-admissao</TD>
                       <TD>:mfu-dt-demissao</TD>
                    </TR>
                 end-exec
            end-if
            read arqmortofunc01 next.
       2932-lista-pesquisa-linha-exit.
            exit.

      *>============================================================================================
       2934-neutraliza-cadastro section.
       2934.
            move mfu-no-funcionario to ws-no-funcionario-seguro
            move mfu-en-funcionario to ws-en-funcionario-seguro
            move mfu-ba-funcionario to ws-ba-funcionario-seguro
            move mfu-ci-funcionario to ws-ci-funcionario-seguro
            move mfu-op-alteracao   to ws-op-alteracao-seguro
            inspect ws-no-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space
            inspect ws-en-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space
            inspect ws-ba-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space
            inspect ws-ci-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space
            inspect ws-op-alteracao-seguro replacing all "<" by space
                                                    all ">" by space
                                                    all '"' by space
                                                    all "'" by space
                                                    all "&" by space.
       2934-exit.
            exit.

      *>============================================================================================
       2935-neutraliza-dependente section.
       2935.
            move mdp-no-dependente to ws-no-dependente-seguro
            inspect ws-no-dependente-seguro replacing all "<" by space
                                                     all ">" by space
                                                     all '"' by space
                                                     all "'" by space
                                                     all "&" by space.
       2935-exit.
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
       2937-neutraliza-pesquisa section.
       2937.
            move f-no-pesquisa to ws-no-pesquisa-seguro
            inspect ws-no-pesquisa-seguro replacing all "<" by space
                                                   all ">" by space
                                                   all '"' by space
                                                   all "'" by space
                                                   all "&" by space.
       2937-exit.
            exit.

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
      *>            Uma linha no mesmo log sequencial do PROGRAMA01 para
      *>            cada funcionário arquivado consultado.
      *>============================================================================================
       7100-grava-log-consulta section.
       7100.
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            open extend arqsequencial01
            move spaces to reg-arq-sequencial-01
            string ws-data-atual ";"
                   ws-hora-atual ";"
                   "ConsBaseMo" ";"
                   f-op-login delimited by "   " ";"
                   mfu-cd-funcionario ";"
                   mfu-dt-demissao ";" into reg-arq-sequencial-01
            write reg-arq-sequencial-01
            close arqsequencial01.
       7100-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            close arqmortofunc01 arqmortodep01 arqmortohis01 arqmortofer01
                  arqusuario01.
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
                     <TD class=titulocampo><CENTER>CONSULTA DA BASE MORTA</CENTER></TD>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Código do Funcionário&nbsp;</TD>
                              <TD><INPUT class="campo" name=cdFuncionario tabIndex=1 size=07 maxlength=7 onKeyPress="return SomenteNumeros();"></TD>
                           <TR>
                              <TD class=titulocampo>Nome (pesquisa)&nbsp;</TD>
                              <TD><INPUT class="campo" name=noPesquisa tabIndex=2 size=30 maxlength=30></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotCarregar AccessKEY="C" tabIndex=3 onClick="Carregar();"><LABEL><U>C</U>arregar</LABEL></BUTTON>
                        <BUTTON name=BotPesquisar AccessKEY="P" tabIndex=4 onClick="Pesquisar();"><LABEL><U>P</U>esquisar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Carregar(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
                   function Pesquisar(){
                       document.all.opcao.value = 10;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8000-exit.
            exit.

      *>============================================================================================
       8100-tela-pesquisa-topo section.
       8100.
            perform 2936-neutraliza-operador
            perform 2937-neutraliza-pesquisa
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=cdFuncionario>
               <INPUT type=hidden name=noPesquisa value=":ws-no-pesquisa-seguro">
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>FUNCIONARIOS ARQUIVADOS</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Código</TD>
                              <TD>Nome</TD>
                              <TD>Admissão</TD>
                              <TD>Demissão</TD>
                           </TR>
            end-exec.
       8100-exit.
            exit.

      *>============================================================================================
       8110-tela-pesquisa-rodape section.
       8110.
            exec html
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotVoltar tabIndex=1 onClick="Voltar();">Voltar</BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function SelecionarPesquisa(codigo){
                       document.all.cdFuncionario.value = codigo;
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
                   function Voltar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8110-exit.
            exit.

      *>============================================================================================
       8400-tela-arquivado section.
       8400.
            perform 8410-tela-arquivado-cadastro

            perform 8420-tela-dependentes-topo
            move mfu-cd-funcionario to mdp-cd-funcionario
            move zeros              to mdp-nu-sequencia
            start arqmortodep01 key is not less than mdp-chave
            if   ws-mdep-ok
                 read arqmortodep01 next
                 perform 8425-tela-dependente-linha
                    thru 8425-tela-dependente-linha-exit
                    until not ws-mdep-ok
                    or    mdp-cd-funcionario not = mfu-cd-funcionario
            end-if

            perform 8430-tela-historico-topo
            move mfu-cd-funcionario to mhs-cd-funcionario
            move zeros              to mhs-dt-alteracao
                                       mhs-hr-alteracao
                                       mhs-nu-sequencia
            start arqmortohis01 key is not less than mhs-chave
            if   ws-mhis-ok
                 read arqmortohis01 next
                 perform 8435-tela-historico-linha
                    thru 8435-tela-historico-linha-exit
                    until not ws-mhis-ok
                    or    mhs-cd-funcionario not = mfu-cd-funcionario
            end-if

            perform 8440-tela-ferias-topo
            move mfu-cd-funcionario to mfe-cd-funcionario
            move zeros              to mfe-dt-inicio
            start arqmortofer01 key is not less than mfe-chave
            if   ws-mfer-ok
                 read arqmortofer01 next
                 perform 8445-tela-ferias-linha
                    thru 8445-tela-ferias-linha-exit
                    until not ws-mfer-ok
                    or    mfe-cd-funcionario not = mfu-cd-funcionario
            end-if

            perform 8450-tela-arquivado-rodape.
       8400-exit.
            exit.

      *>============================================================================================
       8410-tela-arquivado-cadastro section.
       8410.
            perform 2934-neutraliza-cadastro
            perform 2936-neutraliza-operador
            move mfu-vl-salario-base    to wfe-vl-salario-base
            move mfu-vl-salario-familia to wfe-vl-salario-familia
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=cdFuncionario value=":mfu-cd-funcionario">
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>FUNCIONARIO ARQUIVADO (SOMENTE CONSULTA)</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR>
                              <TD class=titulocampo>Código&nbsp;</TD>
                              <TD>:mfu-cd-funcionario</TD>
                              <TD class=titulocampo>Nome&nbsp;</TD>
                              <TD colspan=3>:ws-no-funcionario-seguro</TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Endereço&nbsp;</TD>
                              <TD colspan=3>:ws-en-funcionario-seguro, :mfu-nu-funcionario</TD>
                              <TD class=titulocampo>CPF&nbsp;</TD>
                              <TD>:mfu-cp-funcionario</TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Bairro&nbsp;</TD>
                              <TD>:ws-ba-funcionario-seguro</TD>
                              <TD class=titulocampo>Cidade / UF&nbsp;</TD>
                              <TD>:ws-ci-funcionario-seguro / :mfu-uf-funcionario</TD>
                              <TD class=titulocampo>Telefone&nbsp;</TD>
                              <TD>:mfu-te-funcionario</TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Salário Base&nbsp;</TD>
                              <TD>:wfe-vl-salario-base</TD>
                              <TD class=titulocampo>Salário Família&nbsp;</TD>
                              <TD>:wfe-vl-salario-familia</TD>
                              <TD class=titulocampo>Estado Civil&nbsp;</TD>
                              <TD>:mfu-ec-funcionario</TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Admissão&nbsp;</TD>
                              <TD>:mfu-dt-admissao</TD>
                              <TD class=titulocampo>Demissão&nbsp;</TD>
                              <TD>:mfu-dt-demissao</TD>
                              <TD class=titulocampo>Situação&nbsp;</TD>
                              <TD>:mfu-sit-funcionario</TD>
                           </TR>
                           <TR>
                              <TD class=titulocampo>Bco/Agência/Conta&nbsp;</TD>
                              <TD>:mfu-cd-banco / :mfu-nu-agencia / :mfu-nu-conta-:mfu-dv-conta (:mfu-tp-conta)</TD>
                              <TD class=titulocampo>Última alteração&nbsp;</TD>
                              <TD>:mfu-dt-alteracao :mfu-hr-alteracao</TD>
                              <TD class=titulocampo>Operador&nbsp;</TD>
                              <TD>:ws-op-alteracao-seguro</TD>
                           </TR>
                        </TABLE>
                     </TD>
                  </TR>
            end-exec.
       8410-exit.
            exit.

      *>============================================================================================
       8420-tela-dependentes-topo section.
       8420.
            exec html
                  <TR>
                     <TD class=titulocampo>Dependentes</TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Seq</TD>
                              <TD>Nome</TD>
                              <TD>Nascimento</TD>
                              <TD>Tipo</TD>
                           </TR>
            end-exec.
       8420-exit.
            exit.

      *>============================================================================================
       8425-tela-dependente-linha section.
       8425.
            perform 2935-neutraliza-dependente
            exec html
                           <TR>
                              <TD>:mdp-nu-sequencia</TD>
                              <TD>:ws-no-dependente-seguro</TD>
                              <TD>:mdp-dt-nascimento</TD>
                              <TD>:mdp-tp-dependente</TD>
                           </TR>
            end-exec
            read arqmortodep01 next.
       8425-tela-dependente-linha-exit.
            exit.

      *>============================================================================================
       8430-tela-historico-topo section.
       8430.
            exec html
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD class=titulocampo>Histórico Salarial</TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Data</TD>
                              <TD>Hora</TD>
                              <TD>Base anterior</TD>
                              <TD>Base nova</TD>
                              <TD>Família anterior</TD>
                              <TD>Família nova</TD>
                              <TD>Operador</TD>
                           </TR>
            end-exec.
       8430-exit.
            exit.

      *>============================================================================================
       8435-tela-historico-linha section.
       8435.
            move mhs-vl-salario-base-ant     to wfe-vl-base-ant
            move mhs-vl-salario-base-novo    to wfe-vl-base-novo
            move mhs-vl-salario-familia-ant  to wfe-vl-familia-ant
            move mhs-vl-salario-familia-novo to wfe-vl-familia-novo
            move mhs-op-alteracao            to ws-op-alteracao-seguro
            inspect ws-op-alteracao-seguro replacing all "<" by space
                                                    all ">" by space
                                                    all '"' by space
                                                    all "'" by space
                                                    all "&" by space
            exec html
                           <TR>
                              <TD>:mhs-dt-alteracao</TD>
                              <TD>:mhs-hr-alteracao</TD>
                              <TD>:wfe-vl-base-ant</TD>
                              <TD>:wfe-vl-base-novo</TD>
                              <TD>:wfe-vl-familia-ant</TD>
                              <TD>:wfe-vl-familia-novo</TD>
                              <TD>:ws-op-alteracao-seguro</TD>
                           </TR>
            end-exec
            read arqmortohis01 next.
       8435-tela-historico-linha-exit.
            exit.

      *>============================================================================================
       8440-tela-ferias-topo section.
       8440.
            exec html
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD class=titulocampo>Férias</TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Início</TD>
                              <TD>Fim</TD>
                              <TD>Aquisitivo</TD>
                              <TD>Competência pgto</TD>
                              <TD>Situação</TD>
                           </TR>
            end-exec.
       8440-exit.
            exit.

      *>============================================================================================
       8445-tela-ferias-linha section.
       8445.
            evaluate mfe-sit-ferias
                when "P"   move "Programada" to wfe-ds-situacao-ferias
                when "C"   move "Concedida"  to wfe-ds-situacao-ferias
                when "E"   move "Encerrada"  to wfe-ds-situacao-ferias
                when other move mfe-sit-ferias to wfe-ds-situacao-ferias
            end-evaluate
            exec html
                           <TR>
                              <TD>:mfe-dt-inicio</TD>
                              <TD>:mfe-dt-fim</TD>
                              <TD>:mfe-dt-inicio-aquisitivo a :mfe-dt-fim-aquisitivo</TD>
                              <TD>:mfe-nu-competencia-pgto</TD>
                              <TD>:wfe-ds-situacao-ferias</TD>
                           </TR>
            end-exec
            read arqmortofer01 next.
       8445-tela-ferias-linha-exit.
            exit.

      *>============================================================================================
       8450-tela-arquivado-rodape section.
       8450.
            exec html
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotVoltar tabIndex=1 onClick="Voltar();">Voltar</BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Voltar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8450-exit.
            exit.

      *>

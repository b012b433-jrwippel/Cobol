      *>            porque os campos de formulário só aceitam inteiros,
      *>            como no PROGRAMA06.
      *>
      *>            Horas extras e faltas podem vir do relógio de ponto pelo
      *>            PROGRAMA24, que grava esses dois campos com operador
      *>            PONTO e mantém adiantamento e empréstimo; correções de
      *>            dias criticados na importação são feitas aqui.
      *>

      *>============================================================================================
       environment division.
               88  funcionario-ativo     value "A".
               88  funcionario-afastado  value "F".
               88  funcionario-desligado value "D".
           03  reg-cd-centro-custo       pic 9(05).

       fd  arqusuario01.


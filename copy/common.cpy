01 FS-SELF-APPROVAL        PIC XX VALUE "89".
01 FS-RECON-PENDING        PIC XX VALUE "88".
01 FS-PROJECT-INVALID      PIC XX VALUE "87".
01 FS-DUPLICATE-SUSPECT    PIC XX VALUE "86".
01 FS-CONTROL-ACCOUNT      PIC XX VALUE "85".

*> Tipos comuns para datas, períodos e valores monetários em centavos


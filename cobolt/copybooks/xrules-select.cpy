*  XRULES-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the cross-field
*  rules file used by XRULES-FD.CPY and the rule paragraphs of
*  FIELD-CHECK.CPY. One rule per line, for the layout named:
*      layout,rule-name,A,field1,+|-,field2,cmp,field3
*                field1 (+|-) field2 must compare to field3
*      layout,rule-name,F,field1,cmp,field2
*                field1 must compare to field2
*      layout,rule-name,C,when-field,when-value,field,cmp,value
*                when when-field holds when-value, field must
*                compare to the literal value
*  where cmp is EQ, NE, GT, GE, LT, or LE and a numeric operand
*  stands for itself. Up to twenty rules are held per layout. A '*'
*  in column one is a comment.
    SELECT XRULES-FILE ASSIGN TO 'XRULES.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS XRULES-STATUS.

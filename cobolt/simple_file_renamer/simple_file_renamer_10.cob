* carry the operator on the console log from here on.
    MOVE OPERATOR-SIGNON-LANGUAGE TO MSGISSUE-LANGUAGE.
    MOVE OPERATOR-SIGNON-ID TO MSGISSUE-OPERATOR.
    MOVE OPERATOR-BREAKGLASS-SESSION TO MSGISSUE-BREAKGLASS.

QUERY-AUDIT-TRAIL.
    COPY "audit-index-query.cpy".

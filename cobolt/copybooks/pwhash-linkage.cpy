*  PWHASH-LINKAGE.CPY
*  Parameter area for the shared password subprogram PWHASH, which
*  keeps operator passwords out of the files in clear text. COPY
*  this member into WORKING-STORAGE of a calling program, set the
*  operation and its inputs, then:
*      CALL 'PWHASH' USING PWHASH-REQUEST.
*  Operations (PWHASH-OPERATION):
*      SLT  a fresh random salt into PWHASH-SALT
*      HSH  the one-way digest of PWHASH-PASSWORD under PWHASH-SALT
*           into PWHASH-DIGEST; the same password and salt always
*           give the same digest, and the digest cannot be turned
*           back into the password. The digest is PBKDF2 with
*           HMAC-SHA-256 over 1000 iterations, its first 27 bytes
*           in base64
*      POL  test PWHASH-PASSWORD against the password policy:
*           PWHASH-RESULT '00' passes, '08' fails with the rule it
*           broke in PWHASH-REASON
*  A password is stored only as its salt and digest; a sign-on is
*  checked by hashing what was typed under the stored salt and
*  comparing digests.
01  PWHASH-REQUEST.
    05  PWHASH-OPERATION PIC X(03).
    05  PWHASH-PASSWORD PIC X(20) VALUE SPACES.
    05  PWHASH-SALT PIC X(16) VALUE SPACES.
    05  PWHASH-DIGEST PIC X(36) VALUE SPACES.
    05  PWHASH-RESULT PIC X(02) VALUE '00'.
    05  PWHASH-REASON PIC X(60) VALUE SPACES.

                쓰고(통제 기록 포함), 상품 단가/단종은
                PRODMAST.DAT를 적재-반영-되쓰기 한다(통제
                기록 포함). 원금 변경은 공용 계좌 거래
                기록(ACCTJRNL.DAT)에 CORR로, 휴면 예금 해제는
                ACTV로 남는다. 승인된 중복 고객 병합은
                CUSTMRG를 불러 모든 참조를 이어받을
                번호로 옮긴다. 반영/반려 건은 대기
                파일에서 걷어 내고 대기 건만 남긴다 -
                파일 오류로 끝나지 못한 병합은 승인('A')
                그대로 남겨 다음 실행이 다시 부른다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  Account-File.
       COPY "ACCTFD.cbl".
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.
      *> 직송 표시('Y')와 기본 공급처 - 옛 행은 빈칸
           02 PM-DropShip PIC X.
           02 PM-Vendor   PIC X(5).
      *> 상품군(수수료율 구분) - 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
               03  PT-Maker      PIC X(3).
               03  PT-Status     PIC X.
               03  PT-Checker    PIC X(3).
      *> 'Y'면 반영하지 못한 승인 건 - 대기 파일에 남긴다
               03  PT-Keep       PIC X.

      *> ----- 상품 마스터 테이블 (PRODMNT 방식) -----
       77  Num-Products      PIC 9(3)    VALUE 0.
                   04  PR-Reord  PIC 9(5).
                   04  PR-Price  PIC 9(5)V99.
               03  PR-Status     PIC X.
               03  PR-Weight PIC 9(3)V99 OCCURS 3 TIMES.
               03  PR-Class  PIC X OCCURS 3 TIMES.
               03  PR-Supply PIC X(6).
               03  PR-Group  PIC X(3).

      *> ----- 반영 작업영역 -----
       77  New-Num           PIC 9(7)    VALUE 0.
       77  Old-Principal     PIC 9(5)    VALUE 0.
       77  Acct-Chg          PIC 9(3)    VALUE 0.
       77  Prod-Chg          PIC 9(3)    VALUE 0.
       77  Merge-Chg         PIC 9(3)    VALUE 0.
       77  Slot-Ix           PIC 9       VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.
      *> 계좌 마스터 확장 영역 작업본
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.
      *> 고객 병합(CUSTMRG) 호출 영역
       COPY "MERGCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           END-IF
           PERFORM ApplyAccts-P
           PERFORM ApplyProds-P
           PERFORM ApplyMerges-P
           PERFORM SavePend-P
           DISPLAY "계좌 변경 " Acct-Chg " 건, 상품 변경 "
                   Prod-Chg " 건 반영"
           IF Merge-Chg > 0
               DISPLAY "고객 병합 " Merge-Chg " 건 반영"
           END-IF
           GO TO Keut-P.

       LoadPend-P.
                               TO PT-Status(Pend-Count)
                           MOVE PC-Checker
                               TO PT-Checker(Pend-Count)
                           MOVE 'N' TO PT-Keep(Pend-Count)
                       END-IF
               END-READ
           END-PERFORM
                       WHEN 'R'
                           MOVE PT-NewVal(PNx)(1:5)
                               TO AI-ProdCode
                       WHEN 'H'
                           MOVE AI-Ext TO WA-Ext
                           MOVE 'N'    TO WA-Dormant
                           MOVE 0      TO WA-DormDate
                           MOVE WA-Ext TO AI-Ext
                           PERFORM JrnlActv-P
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               CLOSE Jrnl-File
           END-IF.

       JrnlActv-P.
          *> 휴면 해제를 공용 계좌 거래 기록에 남긴다 -
          *> 고객 신청 사건이므로 다음 휴면 판정의 마지막
          *> 거래일이 된다
           MOVE SPACES TO Jrnl-Record
           MOVE AI-AcctNo TO AJ-AcctNo
           MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date
           MOVE 'ACTV'    TO AJ-Event
           MOVE AI-Principal TO AJ-Amount
           MOVE 0         TO AJ-Before
           MOVE 0         TO AJ-After
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       ExtractAccts-P.
          *> ACCTMNT의 Extract-P와 같은 순차본 내려쓰기
           OPEN INPUT AcctIdx-File
                       MOVE AI-Branch    TO AC-Branch
                       MOVE AI-Term      TO AC-Term
                       MOVE AI-Comp      TO AC-Comp
                       MOVE AI-Ext       TO AC-Ext
                       WRITE Account-Record
                       ADD 1 TO Ct-Rows
                       ADD AI-Principal TO Ct-Amt
                  INTO AL-Event
           PERFORM LogAudit-P.

       ApplyMerges-P.
          *> 승인된 중복 고객 병합 - 계좌와 상품 변경을
          *> 다 반영한 뒤에 참조를 옮긴다. 거절된
          *> 병합은 경고로 남겨 신청자가 다시 확인한다
           MOVE 0 TO Merge-Chg
           PERFORM VARYING PNx FROM 1 BY 1
                   UNTIL PNx > Pend-Count
               IF PT-Source(PNx) = 'CUSTMNT'
                  AND PT-Type(PNx) = 'G'
                  AND PT-Status(PNx) = 'A'
                   MOVE PT-Key(PNx)(1:5)    TO MG-OldNo
                   MOVE PT-NewVal(PNx)(1:5) TO MG-NewNo
                   MOVE PT-Maker(PNx)       TO MG-Maker
                   MOVE PT-Checker(PNx)     TO MG-Checker
                   CALL 'CUSTMRG' USING Merge-Ctl
                   EVALUATE MG-Result
                       WHEN 'Y'
                           ADD 1 TO Merge-Chg
                           PERFORM AuditApply-P
                       WHEN 'E'
                          *> 옮긴 참조는 다시 불러도 그대로이므로
                          *> 다음 실행에서 나머지를 마저 옮긴다
                           DISPLAY "** 병합 미완 - 다음 실행 "
                                   "재시도 " PT-Key(PNx)(1:5)
                           MOVE 'Y' TO PT-Keep(PNx)
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SavePend-P.
          *> 대기('P') 건과 끝나지 못한 승인 건만 남긴다 -
          *> 반영/반려 건은 실행 기록이 이력이다
           OPEN OUTPUT Pend-File
           IF Pend-Status NOT = '00'
               DISPLAY "** 대기 파일 되쓰기 실패"
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Pend-Count
               IF PT-Status(Ix) = 'P' OR PT-Keep(Ix) = 'Y'
                   MOVE SPACES TO PendChg-Record
                   MOVE PT-Source(Ix)  TO PC-Source
                   MOVE PT-Type(Ix)    TO PC-Type
